000010*****************************************************************
000020* DCI8BDSR - SUBJECT ACCESS REQUEST DATA PACK
000030*****************************************************************
000040 IDENTIFICATION DIVISION.
000050 PROGRAM-ID. DCI8BDSR.
000060 AUTHOR. AMAR AL-ADIL.
000070 INSTALLATION. DCI DATA CENTER.
000080 DATE-WRITTEN. 20-SEP-2026.
000090 DATE-COMPILED.
000100*****************************************************************
000110* MODIFICATION HISTORY
000120*-----------------------------------------------------------------
000130* DATE       BY   DESCRIPTION
000140* ---------- ---- ------------------------------------------------
000150* 2026-09-20 AA   INITIAL VERSION - GATHERS EVERY ROW HELD ABOUT
000160*                 ONE PERSON INTO A SINGLE PRINTED PACK, WITH A
000170*                 CONTROL PAGE OF ROW COUNTS PER SOURCE
000180* 2026-09-23 AA   INCOME AND EXPENDITURE SECTION FROM INCEXP, AND
000190*                 AP-IE-DATE CARRIED ON THE PENDAPP LAYOUT
000200* 2026-09-24 AA   INSOLVENCY CASE SECTION FROM INSOLV
000210* 2026-09-25 AA   COLLECTION AGENCY PLACEMENT SECTION FROM
000220*                 PLACEMNT
000230* 2026-09-27 AA   WORKLIST HISTORY SECTION FROM WLHIST
000240* 2026-09-28 AA   SKIP-TRACE REQUEST SECTION FROM TRACEADR
000250* 2026-09-29 AA   PERSISTENT DEBT REVIEW SECTION FROM PERSDEBT
000260* 2026-10-06 AA   THE RUN NOW PASSES THE JOBDEPS PREREQUISITE
000270*                 GATE (DCI8BJGT) BEFORE ITS START ROW AND
000280*                 STOPS WITH RETURN CODE 12 WHEN A
000290*                 PREDECESSOR HAS NOT ENDED CLEAN TODAY
000300* 2026-10-08 AA   ACCTHIST AND ACCTTXN RECORDS WIDENED FOR THE
000310*                 HASH CHAIN FIELDS
000320* 2026-10-15 AA   CORRESPONDENCE LOG SECTION FROM CORRLOG
000330* 2026-10-15 AA   A LETTER BUILT FROM A LTRTMPL TEMPLATE NAMES
000340*                 THE TEMPLATE LETTER AND VERSION IT WAS WORDED BY
000350* 2026-10-15 AA   CUSTMAST WIDENED FOR THE CUSTOMER'S OVERALL
000360*                 LIMIT, NOW SHOWN IN THE CUSTOMER SECTION
000370* 2026-10-15 AA   PENDAPP LAYOUT CARRIES AP-INTRO-CODE
000380* 2026-10-15 AA   CLOSEACCT RECORD WIDENED FOR THE MAIL ADDRESS,
000390*                 E-MAIL AND CONTACT FLAGS CARRIED AT CLOSURE
000400*-----------------------------------------------------------------
000410*****************************************************************
000420* THIS ON-REQUEST JOB ANSWERS A SUBJECT ACCESS REQUEST. IT
000430* READS ONE CONTROL CARD FROM DSRPARM GIVING EITHER THE
000440* CUSTOMER ID (CUSTMAST) OR AN ACCOUNT NUMBER, PLUS THE CASE
000450* REFERENCE PRINTED ON EVERY PAGE HEADING, AND WORKS OUT WHICH
000460* ACCOUNTS BELONG TO THE PERSON -
000470*   - AN ACCOUNT NUMBER ON ACCTFILE BRINGS IN ITS CUSTOMER, IF
000480*     IT HAS BEEN LINKED TO ONE (CUST-ID NOT ZERO)
000490*   - A CUSTOMER BRINGS IN EVERY LIVE ACCOUNT ON THE CUSTACCT
000500*     ALTERNATE PATH
000510*   - CLOSED ACCOUNTS CARRY NO CUSTOMER ID, SO CLOSEACCT IS
000520*     MATCHED ON SURNAME AND FIRST ADDRESS LINE - THE DCI8BDUP
000530*     RULE THE CUSTOMER MASTER WAS BUILT WITH - AGAINST THE
000540*     CUSTOMER (OR, UNLINKED, THE REQUESTED ACCOUNT'S HOLDER)
000550* IT THEN PRINTS DSRPACK, ONE SECTION PER SOURCE - CUSTMAST,
000560* ACCTFILE/CLOSEACCT, RELPARTY, ACCTHIST AND THE HISTARCH
000570* ARCHIVE, ACCTTXN (WITH ITS TXNNARR NARRATIVE) AND THE TXNARCH
000580* ARCHIVE, ACCTNOTE, BILLCYCL, WORKLIST, PENDAPP, DDMANDTE,
000590* COMPLAINT, THE ACCQ SENSITIVE-ACCESS LOG, INCEXP (THE
000600* CUSTOMER'S OWN INCOME AND EXPENDITURE ROW AND ANY HELD UNDER
000610* ONE OF THEIR ACCOUNT NUMBERS), INSOLV AND PLACEMNT (WHICH
000620* COLLECTION AGENCY THE DEBT WAS PASSED TO), WLHIST (EVERY
000630* CHANGE MADE TO THE COLLECTIONS WORK ITEM), TRACEADR
000640* (EVERY SKIP-TRACE REQUEST AND THE ADDRESS THE AGENCY GAVE
000650* BACK), PERSDEBT (THE PERSISTENT DEBT REVIEW AND ITS
000660* MEASURE) AND CORRLOG (EVERY LETTER AND STATEMENT SENT OR
000670* HELD BACK, AND WHERE IT WENT) - AND ENDS WITH
000680* A CONTROL PAGE COUNTING THE ROWS TAKEN FROM EACH, SO THE PACK
000690* CAN BE SHOWN TO BE COMPLETE. PENDAPP HAS NO ACCOUNT INDEX AND
000700* AN APPLICATION MAY NEVER HAVE BECOME AN ACCOUNT, SO IT IS
000710* READ END TO END AND MATCHED ON ACCOUNT NUMBER OR ON SURNAME
000720* AND FIRST ADDRESS LINE. BANK DETAILS ON A MANDATE ARE MASKED
000730* TO THEIR LAST DIGITS. THE CALLING JCL CONCATENATES EVERY
000740* HISTARCH, TXNARCH AND ACCQEXT GENERATION STILL RETAINED, SO
000750* THE ARCHIVES ARE READ END TO END AND FILTERED BY ACCOUNT
000760*****************************************************************

000770 ENVIRONMENT DIVISION.
000780 CONFIGURATION SECTION.
000790 SOURCE-COMPUTER. IBM-370.
000800 OBJECT-COMPUTER. IBM-370.

000810 INPUT-OUTPUT SECTION.
000820 FILE-CONTROL.

000830     SELECT PARM-FILE ASSIGN TO DSRPARM
000840         ORGANIZATION IS SEQUENTIAL
000850         FILE STATUS IS WS-PARM-STATUS.

000860     SELECT CUSTMAST-FILE ASSIGN TO CUSTMAST
000870         ORGANIZATION IS INDEXED
000880         ACCESS MODE IS RANDOM
000890         RECORD KEY IS CM-CUSTID
000900         FILE STATUS IS WS-CUSTMAST-STATUS.

000910     SELECT CUSTACCT ASSIGN TO CUSTACCT
000920         ORGANIZATION IS INDEXED
000930         ACCESS MODE IS DYNAMIC
000940         RECORD KEY IS CX-ACCTKEY
000950         ALTERNATE RECORD KEY IS CX-CUST-ID WITH DUPLICATES
000960         FILE STATUS IS WS-CUSTACCT-STATUS.

000970     SELECT ACCTFILE ASSIGN TO ACCTFILE
000980         ORGANIZATION IS INDEXED
000990         ACCESS MODE IS RANDOM
001000         RECORD KEY IS AF-ACCTKEY
001010         FILE STATUS IS WS-ACCTFILE-STATUS.

001020     SELECT CLOSEACCT-FILE ASSIGN TO CLOSEACCT
001030         ORGANIZATION IS INDEXED
001040         ACCESS MODE IS DYNAMIC
001050         RECORD KEY IS CA-ACCTNO
001060         FILE STATUS IS WS-CLOSEACCT-STATUS.

001070     SELECT RELPARTY-FILE ASSIGN TO RELPARTY
001080         ORGANIZATION IS INDEXED
001090         ACCESS MODE IS DYNAMIC
001100         RECORD KEY IS RP-KEY
001110         FILE STATUS IS WS-RELPARTY-STATUS.

001120     SELECT ACCTHIST-FILE ASSIGN TO ACCTHIST
001130         ORGANIZATION IS INDEXED
001140         ACCESS MODE IS DYNAMIC
001150         RECORD KEY IS AH-KEY
001160         FILE STATUS IS WS-ACCTHIST-STATUS.

001170     SELECT HISTARCH-FILE ASSIGN TO HISTARCH
001180         ORGANIZATION IS SEQUENTIAL
001190         FILE STATUS IS WS-HISTARCH-STATUS.

001200     SELECT ACCTTXN-FILE ASSIGN TO ACCTTXN
001210         ORGANIZATION IS INDEXED
001220         ACCESS MODE IS DYNAMIC
001230         RECORD KEY IS TX-KEY
001240         FILE STATUS IS WS-ACCTTXN-STATUS.

001250     SELECT TXNNARR-FILE ASSIGN TO TXNNARR
001260         ORGANIZATION IS INDEXED
001270         ACCESS MODE IS RANDOM
001280         RECORD KEY IS NR-KEY
001290         FILE STATUS IS WS-TXNNARR-STATUS.

001300     SELECT TXNARCH-FILE ASSIGN TO TXNARCH
001310         ORGANIZATION IS SEQUENTIAL
001320         FILE STATUS IS WS-TXNARCH-STATUS.

001330     SELECT ACCTNOTE-FILE ASSIGN TO ACCTNOTE
001340         ORGANIZATION IS INDEXED
001350         ACCESS MODE IS DYNAMIC
001360         RECORD KEY IS NT-KEY
001370         FILE STATUS IS WS-ACCTNOTE-STATUS.

001380     SELECT CYCLE-FILE ASSIGN TO BILLCYCL
001390         ORGANIZATION IS INDEXED
001400         ACCESS MODE IS DYNAMIC
001410         RECORD KEY IS CY-KEY
001420         FILE STATUS IS WS-CYCLE-STATUS.

001430     SELECT WORKLIST-FILE ASSIGN TO WORKLIST
001440         ORGANIZATION IS INDEXED
001450         ACCESS MODE IS RANDOM
001460         RECORD KEY IS WL-ACCTNO
001470         FILE STATUS IS WS-WORKLIST-STATUS.

001480     SELECT PENDAPP-FILE ASSIGN TO PENDAPP
001490         ORGANIZATION IS INDEXED
001500         ACCESS MODE IS SEQUENTIAL
001510         RECORD KEY IS AP-APPLID
001520         FILE STATUS IS WS-PENDAPP-STATUS.

001530     SELECT MANDATE-FILE ASSIGN TO DDMANDTE
001540         ORGANIZATION IS INDEXED
001550         ACCESS MODE IS RANDOM
001560         RECORD KEY IS DM-ACCTNO
001570         FILE STATUS IS WS-MANDATE-STATUS.

001580     SELECT INCEXP-FILE ASSIGN TO INCEXP
001590         ORGANIZATION IS INDEXED
001600         ACCESS MODE IS RANDOM
001610         RECORD KEY IS IE-KEY
001620         FILE STATUS IS WS-INCEXP-STATUS.

001630     SELECT COMPLAINT-FILE ASSIGN TO COMPLAINT
001640         ORGANIZATION IS INDEXED
001650         ACCESS MODE IS DYNAMIC
001660         RECORD KEY IS CP-KEY
001670         FILE STATUS IS WS-COMPLAINT-STATUS.

001680     SELECT INSOLV-FILE ASSIGN TO INSOLV
001690         ORGANIZATION IS INDEXED
001700         ACCESS MODE IS RANDOM
001710         RECORD KEY IS IV-ACCTNO
001720         FILE STATUS IS WS-INSOLV-STATUS.

001730     SELECT ACCQ-FILE ASSIGN TO ACCQEXT
001740         ORGANIZATION IS SEQUENTIAL
001750         FILE STATUS IS WS-ACCQ-STATUS.

001760     SELECT PLACEMNT-FILE ASSIGN TO PLACEMNT
001770         ORGANIZATION IS INDEXED
001780         ACCESS MODE IS RANDOM
001790         RECORD KEY IS PM-ACCTNO
001800         FILE STATUS IS WS-PLACEMNT-STATUS.

001810     SELECT WLHIST-FILE ASSIGN TO WLHIST
001820         ORGANIZATION IS INDEXED
001830         ACCESS MODE IS DYNAMIC
001840         RECORD KEY IS WH-KEY
001850         FILE STATUS IS WS-WLHIST-STATUS.

001860     SELECT TRACEADR-FILE ASSIGN TO TRACEADR
001870         ORGANIZATION IS INDEXED
001880         ACCESS MODE IS DYNAMIC
001890         RECORD KEY IS TR-KEY
001900         FILE STATUS IS WS-TRACEADR-STATUS.

001910     SELECT PERSDEBT-FILE ASSIGN TO PERSDEBT
001920         ORGANIZATION IS INDEXED
001930         ACCESS MODE IS RANDOM
001940         RECORD KEY IS PD-ACCTNO
001950         FILE STATUS IS WS-PERSDEBT-STATUS.

001960     SELECT CORRLOG-FILE ASSIGN TO CORRLOG
001970         ORGANIZATION IS INDEXED
001980         ACCESS MODE IS DYNAMIC
001990         RECORD KEY IS CG-KEY
002000         FILE STATUS IS WS-CORRLOG-STATUS.

002010     SELECT PACK-FILE ASSIGN TO DSRPACK
002020         ORGANIZATION IS SEQUENTIAL
002030         FILE STATUS IS WS-PACK-STATUS.

002040     SELECT JOURNAL-FILE ASSIGN TO RUNJRNL
002050         ORGANIZATION IS SEQUENTIAL
002060         FILE STATUS IS WS-JOURNAL-STATUS.

002070 DATA DIVISION.
002080 FILE SECTION.

002090*-----------------------------------------------------------------
002100* DSRPARM - CUSTOMER ID OR ACCOUNT NUMBER (THE CUSTOMER ID WINS
002110* WHEN BOTH ARE PUNCHED), AND THE CASE REFERENCE
002120*-----------------------------------------------------------------
002130 FD  PARM-FILE
002140     RECORDING MODE IS F
002150     LABEL RECORDS ARE STANDARD.
002160 01  PARM-REC.
002170     05  DS-CUST-ID              PIC X(08).
002180     05  DS-CUST-ID-N REDEFINES DS-CUST-ID
002190                                 PIC 9(08).
002200     05  DS-ACCTNO               PIC X(09).
002210     05  DS-CASE-REF             PIC X(12).
002220     05  FILLER                  PIC X(01).

002230 FD  CUSTMAST-FILE
002240     LABEL RECORDS ARE STANDARD.
002250 01  CUSTMAST-REC.
002260     05  CM-CUSTID               PIC 9(08).
002270     05  CM-SNAME                PIC X(15).
002280     05  CM-FNAME                PIC X(15).
002290     05  CM-ADDR1                PIC X(20).
002300     05  CM-ADDR2                PIC X(20).
002310     05  CM-CREATED-INFO.
002320         10  CM-CR-USERID        PIC X(08).
002330         10  CM-CR-TRMID         PIC X(04).
002340         10  CM-CR-DATE          PIC S9(7) COMP-3.
002350         10  CM-CR-TIME          PIC S9(7) COMP-3.
002360     05  CM-OVERALL-LIMIT        PIC 9(08)V99.
002370     05  CM-OVL-CHANGED-INFO.
002380         10  CM-OVL-USERID       PIC X(08).
002390         10  CM-OVL-TRMID        PIC X(04).
002400         10  CM-OVL-DATE         PIC S9(7) COMP-3.

002410*-----------------------------------------------------------------
002420* CUSTACCT - THE ACCTFILE ALTERNATE PATH KEYED ON CUST-ID. ONLY
002430* THE ACCOUNT NUMBER IS TAKEN FROM IT; THE ACCOUNT ITSELF IS
002440* PRINTED FROM THE ACCTFILE READ
002450*-----------------------------------------------------------------
002460 FD  CUSTACCT
002470     LABEL RECORDS ARE STANDARD.
002480 01  CUSTACCT-REC.
002490     05  CX-ACCTKEY.
002500         10  CX-ACCTNO           PIC X(09).
002510     05  FILLER                  PIC X(243).
002520     05  CX-CUST-ID              PIC 9(08).
002530     05  FILLER                  PIC X(08).

002540 FD  ACCTFILE
002550     LABEL RECORDS ARE STANDARD.
002560 01  ACCTFILE-REC.
002570     05  AF-ACCTKEY.
002580         10  AF-ACCTNO           PIC X(09).
002590     05  AF-FNAME                PIC X(15).
002600     05  AF-SNAME                PIC X(15).
002610     05  AF-TITL                 PIC X(04).
002620     05  AF-ADDR1                PIC X(20).
002630     05  AF-ADDR2                PIC X(20).
002640     05  AF-CRLIMIT              PIC 9(08)V99.
002650     05  AF-STAT                 PIC X(01).
002660     05  AF-CREATED-INFO.
002670         10  AF-CR-USERID        PIC X(08).
002680         10  AF-CR-TRMID         PIC X(04).
002690         10  AF-CR-DATE          PIC S9(7) COMP-3.
002700         10  AF-CR-TIME          PIC S9(7) COMP-3.
002710     05  AF-LAST-HIST-SEQ        PIC 9(04) COMP.
002720     05  AF-LAST-CHANGED-INFO.
002730         10  AF-LAST-CHG-DATE    PIC S9(7) COMP-3.
002740         10  AF-LAST-CHG-TIME    PIC S9(7) COMP-3.
002750     05  AF-PHONE                PIC X(15).
002760     05  AF-EMAIL                PIC X(30).
002770     05  AF-LAST-CHG-USERID      PIC X(08).
002780     05  AF-MAIL-ADDR1           PIC X(20).
002790     05  AF-MAIL-ADDR2           PIC X(20).
002800     05  AF-FORMER-SNAME         PIC X(15).
002810     05  AF-CURR-BAL             PIC S9(08)V99 COMP-3.
002820     05  AF-BUREAU-SCORE         PIC 9(03).
002830     05  AF-BSCORE-DATE          PIC S9(7) COMP-3.
002840     05  AF-BRANCH               PIC X(04).
002850     05  AF-CONTACT-PREF         PIC X(01).
002860     05  AF-STMT-CYCLE           PIC X(01).
002870     05  AF-GONEAWAY-FLAG        PIC X(01).
002880     05  AF-CUST-ID              PIC 9(08).
002890     05  AF-ESTATE-FLAG          PIC X(01).
002900     05  AF-SENS-FLAG            PIC X(01).
002910     05  AF-ANNFEE-PLAN          PIC X(01).
002920     05  AF-SETTLE-FLAG          PIC X(01).
002930     05  AF-PRODUCT-CODE         PIC X(04).

002940 FD  CLOSEACCT-FILE
002950     LABEL RECORDS ARE STANDARD.
002960 01  CLOSEACCT-REC.
002970     05  CA-ACCTNO               PIC X(09).
002980     05  CA-FNAME                PIC X(15).
002990     05  CA-SNAME                PIC X(15).
003000     05  CA-TITL                 PIC X(04).
003010     05  CA-ADDR1                PIC X(20).
003020     05  CA-ADDR2                PIC X(20).
003030     05  CA-CRLIMIT              PIC 9(08)V99.
003040     05  CA-STAT                 PIC X(01).
003050     05  CA-REASON               PIC X(01).
003060     05  CA-CLOSED-INFO.
003070         10  CA-CLS-USERID       PIC X(08).
003080         10  CA-CLS-TRMID        PIC X(04).
003090         10  CA-CLS-DATE         PIC S9(7) COMP-3.
003100         10  CA-CLS-TIME         PIC S9(7) COMP-3.
003110     05  CA-FINAL-BAL            PIC S9(08)V99 COMP-3.
003120     05  FILLER                  PIC X(73).

003130 FD  RELPARTY-FILE
003140     LABEL RECORDS ARE STANDARD.
003150 01  RELPARTY-REC.
003160     05  RP-KEY.
003170         10  RP-ACCTNO           PIC X(09).
003180         10  RP-SEQNO            PIC 9(02).
003190     05  RP-TITL                 PIC X(04).
003200     05  RP-FNAME                PIC X(15).
003210     05  RP-SNAME                PIC X(15).
003220     05  RP-ROLE                 PIC X(01).
003230     05  RP-ADDED-INFO.
003240         10  RP-ADD-USERID       PIC X(08).
003250         10  RP-ADD-TRMID        PIC X(04).
003260         10  RP-ADD-DATE         PIC S9(7) COMP-3.
003270         10  RP-ADD-TIME         PIC S9(7) COMP-3.
003280     05  RP-ADDR1                PIC X(20).
003290     05  RP-ADDR2                PIC X(20).

003300 FD  ACCTHIST-FILE
003310     LABEL RECORDS ARE STANDARD.
003320 01  ACCTHIST-REC.
003330     05  AH-KEY.
003340         10  AH-ACCTNO           PIC X(09).
003350         10  AH-SEQNO            PIC 9(04) COMP.
003360     05  AH-FNAME                PIC X(15).
003370     05  AH-SNAME                PIC X(15).
003380     05  AH-TITL                 PIC X(04).
003390     05  AH-ADDR1                PIC X(20).
003400     05  AH-ADDR2                PIC X(20).
003410     05  AH-CRLIMIT              PIC 9(08)V99.
003420     05  AH-STAT                 PIC X(01).
003430     05  AH-AFTER-FNAME          PIC X(15).
003440     05  AH-AFTER-SNAME          PIC X(15).
003450     05  AH-AFTER-TITL           PIC X(04).
003460     05  AH-AFTER-ADDR1          PIC X(20).
003470     05  AH-AFTER-ADDR2          PIC X(20).
003480     05  AH-AFTER-CRLIMIT        PIC 9(08)V99.
003490     05  AH-AFTER-STAT           PIC X(01).
003500     05  AH-CHANGED-INFO.
003510         10  AH-CHG-USERID       PIC X(08).
003520         10  AH-CHG-TRMID        PIC X(04).
003530         10  AH-CHG-DATE         PIC S9(7) COMP-3.
003540         10  AH-CHG-TIME         PIC S9(7) COMP-3.
003550     05  AH-EVENT-TYPE           PIC X(01).
003560     05  AH-CHAIN-INFO.
003570         10  AH-CHAIN-NO         PIC 9(09) COMP.
003580         10  AH-CHAIN-PREV       PIC 9(18) COMP.
003590         10  AH-CHAIN-HASH       PIC 9(18) COMP.

003600*-----------------------------------------------------------------
003610* HISTARCH - A ONE-FOR-ONE COPY OF THE ACCTHIST ROW (DCI8BHAR).
003620* EACH MATCHING ROW IS LAID OVER THE ACCTHIST RECORD AREA AND
003630* PRINTED BY THE SAME PARAGRAPH AS A LIVE ROW
003640*-----------------------------------------------------------------
003650 FD  HISTARCH-FILE
003660     RECORDING MODE IS F
003670     LABEL RECORDS ARE STANDARD.
003680 01  HISTARCH-REC.
003690     05  HA-ACCTNO               PIC X(09).
003700     05  FILLER                  PIC X(193).

003710 FD  ACCTTXN-FILE
003720     LABEL RECORDS ARE STANDARD.
003730 01  ACCTTXN-REC.
003740     05  TX-KEY.
003750         10  TX-ACCTNO           PIC X(09).
003760         10  TX-DATE             PIC S9(7) COMP-3.
003770         10  TX-SEQNO            PIC 9(04) COMP.
003780     05  TX-TYPE                 PIC X(01).
003790     05  TX-AMOUNT               PIC 9(08)V99.
003800     05  TX-POSTED-INFO.
003810         10  TX-POST-DATE        PIC S9(7) COMP-3.
003820         10  TX-POST-JOB         PIC X(08).
003830     05  TX-SOURCE               PIC X(01).
003840     05  TX-CHAIN-INFO.
003850         10  TX-CHAIN-NO         PIC 9(09) COMP.
003860         10  TX-CHAIN-PREV       PIC 9(18) COMP.
003870         10  TX-CHAIN-HASH       PIC 9(18) COMP.

003880 FD  TXNNARR-FILE
003890     LABEL RECORDS ARE STANDARD.
003900 01  TXNNARR-REC.
003910     05  NR-KEY.
003920         10  NR-ACCTNO           PIC X(09).
003930         10  NR-DATE             PIC S9(7) COMP-3.
003940         10  NR-SEQNO            PIC 9(04) COMP.
003950     05  NR-MERCHANT             PIC X(30).
003960     05  NR-CATEGORY             PIC X(04).
003970     05  NR-ORIG-REF             PIC X(16).

003980*-----------------------------------------------------------------
003990* TXNARCH - A ONE-FOR-ONE COPY OF THE ACCTTXN ROW (DCI8BTXA),
004000* PRINTED THROUGH THE ACCTTXN RECORD AREA THE SAME WAY
004010*-----------------------------------------------------------------
004020 FD  TXNARCH-FILE
004030     RECORDING MODE IS F
004040     LABEL RECORDS ARE STANDARD.
004050 01  TXNARCH-REC.
004060     05  TA-ACCTNO               PIC X(09).
004070     05  FILLER                  PIC X(30).

004080 FD  ACCTNOTE-FILE
004090     LABEL RECORDS ARE STANDARD.
004100 01  ACCTNOTE-REC.
004110     05  NT-KEY.
004120         10  NT-ACCTNO           PIC X(09).
004130         10  NT-SEQNO            PIC 9(04) COMP.
004140     05  NT-TEXT                 PIC X(40).
004150     05  NT-NOTED-INFO.
004160         10  NT-NOTE-USERID      PIC X(08).
004170         10  NT-NOTE-TRMID       PIC X(04).
004180         10  NT-NOTE-DATE        PIC S9(7) COMP-3.
004190         10  NT-NOTE-TIME        PIC S9(7) COMP-3.

004200 FD  CYCLE-FILE
004210     LABEL RECORDS ARE STANDARD.
004220 01  BILLCYCL-REC.
004230     05  CY-KEY.
004240         10  CY-ACCTNO           PIC X(09).
004250         10  CY-PERIOD           PIC 9(06).
004260     05  CY-STMT-DATE            PIC S9(7) COMP-3.
004270     05  CY-CLOSE-BAL            PIC S9(08)V99 COMP-3.
004280     05  CY-MIN-PAYMENT          PIC 9(08)V99.
004290     05  CY-DUE-DATE             PIC S9(7) COMP-3.
004300     05  CY-PAID-FLAG            PIC X(01).
004310     05  CY-PAID-DATE            PIC S9(7) COMP-3.

004320 FD  WORKLIST-FILE
004330     LABEL RECORDS ARE STANDARD.
004340 01  WORKLIST-REC.
004350     05  WL-ACCTNO               PIC X(09).
004360     05  WL-LOADED-DATE          PIC S9(7) COMP-3.
004370     05  WL-DISPOSITION          PIC X(01).
004380     05  WL-FOLLOWUP-DATE        PIC S9(7) COMP-3.
004390     05  WL-WORKED-INFO.
004400         10  WL-WRK-USERID       PIC X(08).
004410         10  WL-WRK-TRMID        PIC X(04).
004420         10  WL-WRK-DATE         PIC S9(7) COMP-3.
004430         10  WL-WRK-TIME         PIC S9(7) COMP-3.
004440     05  WL-SEVERITY             PIC X(01).
004450     05  WL-PROMISE-AMT          PIC 9(08)V99 COMP-3.
004460     05  WL-PROMISE-DATE         PIC S9(7) COMP-3.
004470     05  WL-PROMISE-FLAG         PIC X(01).
004480     05  WL-COLLECTOR            PIC X(03).

004490 FD  PENDAPP-FILE
004500     LABEL RECORDS ARE STANDARD.
004510 01  PENDAPP-REC.
004520     05  AP-APPLID               PIC 9(08).
004530     05  AP-STATUS               PIC X(01).
004540     05  AP-ACCTNO               PIC X(09).
004550     05  AP-TITL                 PIC X(04).
004560     05  AP-FNAME                PIC X(15).
004570     05  AP-SNAME                PIC X(15).
004580     05  AP-ADDR1                PIC X(20).
004590     05  AP-ADDR2                PIC X(20).
004600     05  AP-STAT                 PIC X(01).
004610     05  AP-CRLIMIT              PIC 9(08)V99.
004620     05  AP-PHONE                PIC X(15).
004630     05  AP-EMAIL                PIC X(30).
004640     05  AP-MAIL-ADDR1           PIC X(20).
004650     05  AP-MAIL-ADDR2           PIC X(20).
004660     05  AP-FORMER-SNAME         PIC X(15).
004670     05  AP-BRANCH               PIC X(04).
004680     05  AP-CAPTURED-INFO.
004690         10  AP-CAP-USERID       PIC X(08).
004700         10  AP-CAP-TRMID        PIC X(04).
004710         10  AP-CAP-DATE         PIC S9(7) COMP-3.
004720         10  AP-CAP-TIME         PIC S9(7) COMP-3.
004730     05  AP-VETTED-INFO.
004740         10  AP-VET-USERID       PIC X(08).
004750         10  AP-VET-TRMID        PIC X(04).
004760         10  AP-VET-DATE         PIC S9(7) COMP-3.
004770         10  AP-VET-TIME         PIC S9(7) COMP-3.
004780     05  AP-VET-REASON           PIC X(40).
004790     05  AP-NOTIFIED-FLAG        PIC X(01).
004800     05  AP-IE-DATE              PIC S9(7) COMP-3.
004810     05  AP-INTRO-CODE           PIC X(08).

004820 FD  MANDATE-FILE
004830     LABEL RECORDS ARE STANDARD.
004840 01  DDMANDTE-REC.
004850     05  DM-ACCTNO               PIC X(09).
004860     05  DM-SORT-CODE            PIC 9(06).
004870     05  DM-BANK-ACCT            PIC 9(08).
004880     05  DM-STATUS               PIC X(01).
004890     05  DM-FAIL-COUNT           PIC 9(02).
004900     05  DM-SETUP-DATE           PIC S9(7) COMP-3.

004910 FD  INCEXP-FILE
004920     LABEL RECORDS ARE STANDARD.
004930 01  INCEXP-REC.
004940     05  IE-KEY.
004950         10  IE-SUBJ-TYPE        PIC X(01).
004960         10  IE-SUBJ-ID          PIC X(09).
004970     05  IE-INC-SALARY           PIC 9(06)V99.
004980     05  IE-INC-BENEFITS         PIC 9(06)V99.
004990     05  IE-INC-PENSION          PIC 9(06)V99.
005000     05  IE-INC-OTHER            PIC 9(06)V99.
005010     05  IE-EXP-HOUSING          PIC 9(06)V99.
005020     05  IE-EXP-COUNCIL          PIC 9(06)V99.
005030     05  IE-EXP-UTILITIES        PIC 9(06)V99.
005040     05  IE-EXP-FOOD             PIC 9(06)V99.
005050     05  IE-EXP-TRANSPORT        PIC 9(06)V99.
005060     05  IE-EXP-CHILDCARE        PIC 9(06)V99.
005070     05  IE-EXP-CREDIT           PIC 9(06)V99.
005080     05  IE-EXP-OTHER            PIC 9(06)V99.
005090     05  IE-TOTAL-INCOME         PIC 9(08)V99.
005100     05  IE-TOTAL-EXPEND         PIC 9(08)V99.
005110     05  IE-DISPOSABLE           PIC S9(08)V99.
005120     05  IE-DATE                 PIC S9(7) COMP-3.
005130     05  IE-CAP-OPID             PIC X(03).
005140     05  IE-CAP-USERID           PIC X(08).
005150     05  IE-CAP-TRMID            PIC X(04).
005160     05  IE-CAP-DATE             PIC S9(7) COMP-3.
005170     05  IE-CAP-TIME             PIC S9(7) COMP-3.

005180 FD  INSOLV-FILE
005190     LABEL RECORDS ARE STANDARD.
005200 01  INSOLV-REC.
005210     05  IV-ACCTNO               PIC X(09).
005220     05  IV-CASE-TYPE            PIC X(01).
005230         88  IV-TYPE-BANKRUPTCY          VALUE 'B'.
005240         88  IV-TYPE-IVA                 VALUE 'I'.
005250     05  IV-STATUS               PIC X(01).
005260         88  IV-ACTIVE                   VALUE 'A'.
005270     05  IV-NOTIFY-DATE          PIC S9(7) COMP-3.
005280     05  IV-CLAIM-REF            PIC X(15).
005290     05  IV-PRAC-NAME            PIC X(30).
005300     05  IV-PRAC-ADDR1           PIC X(30).
005310     05  IV-PRAC-ADDR2           PIC X(30).
005320     05  IV-PRAC-ADDR3           PIC X(30).
005330     05  IV-CLAIM-AMT            PIC 9(08)V99.
005340     05  IV-CLAIM-SENT-DATE      PIC S9(7) COMP-3.
005350     05  IV-DIVIDEND-AMT         PIC 9(08)V99.
005360     05  IV-LAST-DIV-DATE        PIC S9(7) COMP-3.
005370     05  IV-DISCHARGE-DATE       PIC S9(7) COMP-3.
005380     05  IV-RESIDUE-AMT          PIC 9(08)V99.
005390     05  IV-REC-OPID             PIC X(03).
005400     05  IV-REC-USERID           PIC X(08).
005410     05  IV-REC-TRMID            PIC X(04).
005420     05  IV-REC-DATE             PIC S9(7) COMP-3.
005430     05  IV-REC-TIME             PIC S9(7) COMP-3.
005440     05  IV-DIS-USERID           PIC X(08).
005450     05  IV-DIS-TRMID            PIC X(04).
005460     05  IV-DIS-DATE             PIC S9(7) COMP-3.
005470     05  IV-DIS-TIME             PIC S9(7) COMP-3.

005480 FD  PLACEMNT-FILE
005490     LABEL RECORDS ARE STANDARD.
005500 01  PLACEMNT-REC.
005510     05  PM-ACCTNO               PIC X(09).
005520     05  PM-AGENCY               PIC X(08).
005530     05  PM-STATUS               PIC X(01).
005540         88  PM-PLACED                   VALUE 'P'.
005550     05  PM-PLACED-DATE          PIC S9(7) COMP-3.
005560     05  PM-PLACED-AMT           PIC 9(08)V99.
005570     05  PM-RECOVERED-AMT        PIC 9(08)V99.
005580     05  PM-COMMISSION-AMT       PIC 9(08)V99.
005590     05  PM-LAST-RCV-DATE        PIC S9(7) COMP-3.
005600     05  PM-RECALL-DATE          PIC S9(7) COMP-3.
005610     05  PM-RECALL-REASON        PIC X(01).
005620         88  PM-RCL-NO-RECOVERY          VALUE 'T'.
005630         88  PM-RCL-CLEARED              VALUE 'S'.
005640         88  PM-RCL-CLOSED               VALUE 'C'.

005650 FD  WLHIST-FILE
005660     LABEL RECORDS ARE STANDARD.
005670 01  WLHIST-REC.
005680     05  WH-KEY.
005690         10  WH-ACCTNO           PIC X(09).
005700         10  WH-DATE             PIC S9(7) COMP-3.
005710         10  WH-TIME             PIC S9(7) COMP-3.
005720         10  WH-SEQNO            PIC 9(04) COMP.
005730     05  WH-EVENT                PIC X(01).
005740         88  WH-EV-LOADED                VALUE 'L'.
005750         88  WH-EV-DISPOSITION           VALUE 'D'.
005760         88  WH-EV-PROMISE               VALUE 'P'.
005770         88  WH-EV-REASSIGNED            VALUE 'R'.
005780         88  WH-EV-PROMISE-KEPT          VALUE 'K'.
005790         88  WH-EV-PROMISE-BROKEN        VALUE 'B'.
005800         88  WH-EV-CURED                 VALUE 'C'.
005810         88  WH-EV-CHARGED-OFF           VALUE 'O'.
005820     05  WH-DISPOSITION          PIC X(01).
005830     05  WH-FOLLOWUP-DATE        PIC S9(7) COMP-3.
005840     05  WH-SEVERITY             PIC X(01).
005850     05  WH-COLLECTOR            PIC X(03).
005860     05  WH-PREV-COLLECTOR       PIC X(03).
005870     05  WH-PROMISE-AMT          PIC 9(08)V99 COMP-3.
005880     05  WH-PROMISE-DATE         PIC S9(7) COMP-3.
005890     05  WH-USERID               PIC X(08).
005900     05  WH-TRMID                PIC X(04).

005910 FD  TRACEADR-FILE
005920     LABEL RECORDS ARE STANDARD.
005930 01  TRACEADR-REC.
005940     05  TR-KEY.
005950         10  TR-ACCTNO           PIC X(09).
005960         10  TR-BATCH-DATE       PIC S9(7) COMP-3.
005970     05  TR-STATUS               PIC X(01).
005980         88  TR-SENT                     VALUE 'S'.
005990         88  TR-NO-TRACE                 VALUE 'N'.
006000         88  TR-PROPOSED                 VALUE 'P'.
006010         88  TR-CONFIRMED                VALUE 'C'.
006020         88  TR-REJECTED                 VALUE 'R'.
006030         88  TR-SUPERSEDED               VALUE 'D'.
006040     05  TR-SENT-BAL             PIC S9(08)V99 COMP-3.
006050     05  TR-OLD-ADDR1            PIC X(20).
006060     05  TR-OLD-ADDR2            PIC X(20).
006070     05  TR-AGENCY-REF           PIC X(12).
006080     05  TR-RETURNED-DATE        PIC S9(7) COMP-3.
006090     05  TR-NEW-ADDR1            PIC X(20).
006100     05  TR-NEW-ADDR2            PIC X(20).
006110     05  FILLER                  PIC X(50).

006120 FD  PERSDEBT-FILE
006130     LABEL RECORDS ARE STANDARD.
006140 01  PERSDEBT-REC.
006150     05  PD-ACCTNO               PIC X(09).
006160     05  PD-STAGE                PIC X(01).
006170         88  PD-STAGE-18                 VALUE '1'.
006180         88  PD-STAGE-27                 VALUE '2'.
006190         88  PD-STAGE-36                 VALUE '3'.
006200         88  PD-PLAN-TAKEN               VALUE 'A'.
006210         88  PD-SUSPENDED                VALUE 'S'.
006220     05  PD-START-PERIOD         PIC 9(06).
006230     05  PD-PD18-DATE            PIC S9(7) COMP-3.
006240     05  PD-PD27-DATE            PIC S9(7) COMP-3.
006250     05  PD-PD36-DATE            PIC S9(7) COMP-3.
006260     05  PD-LAST-PERIOD          PIC 9(06).
006270     05  PD-LAST-CHARGES         PIC S9(08)V99 COMP-3.
006280     05  PD-LAST-PAID            PIC S9(08)V99 COMP-3.
006290     05  PD-LAST-PRINCIPAL       PIC S9(08)V99 COMP-3.
006300     05  PD-LAST-RESULT          PIC X(01).
006310     05  PD-LAST-LETTER          PIC X(01).
006320     05  PD-PLAN-BAL             PIC S9(08)V99 COMP-3.
006330     05  PD-PLAN-AMT             PIC 9(08)V99.
006340     05  PD-PLAN-MONTHS          PIC 9(02).
006350     05  PD-RESPOND-BY           PIC S9(7) COMP-3.
006360     05  PD-CLOSED-DATE          PIC S9(7) COMP-3.
006370     05  FILLER                  PIC X(07).

006380 FD  CORRLOG-FILE
006390     LABEL RECORDS ARE STANDARD.
006400 01  CORRLOG-REC.
006410     05  CG-KEY.
006420         10  CG-ACCTNO           PIC X(09).
006430         10  CG-RUN-DATE         PIC S9(7) COMP-3.
006440         10  CG-RUN-TIME         PIC S9(7) COMP-3.
006450         10  CG-SEQNO            PIC 9(04) COMP.
006460     05  CG-DOC-TYPE             PIC X(04).
006470     05  CG-DOC-REF              PIC X(12).
006480     05  CG-JOBNAME              PIC X(08).
006490     05  CG-CHANNEL              PIC X(01).
006500         88  CG-CHANNEL-EMAIL            VALUE 'E'.
006510     05  CG-TITL                 PIC X(04).
006520     05  CG-FNAME                PIC X(15).
006530     05  CG-SNAME                PIC X(15).
006540     05  CG-ADDR1                PIC X(20).
006550     05  CG-ADDR2                PIC X(20).
006560     05  CG-EMAIL                PIC X(30).
006570     05  CG-SUPP-FLAG            PIC X(01).
006580         88  CG-SUPPRESSED               VALUE 'Y'.
006590     05  CG-SUPP-REASON          PIC X(01).
006600     05  CG-TMPL-ID              PIC X(04).
006610     05  CG-TMPL-VER             PIC 9(03).
006620     05  FILLER                  PIC X(03).

006630 FD  COMPLAINT-FILE
006640     LABEL RECORDS ARE STANDARD.
006650 01  COMPLAINT-REC.
006660     05  CP-KEY.
006670         10  CP-ACCTNO           PIC X(09).
006680         10  CP-SEQNO            PIC 9(04) COMP.
006690     05  CP-ACCT-SOURCE          PIC X(01).
006700     05  CP-BRANCH               PIC X(04).
006710     05  CP-CATEGORY             PIC X(02).
006720     05  CP-SUMMARY              PIC X(40).
006730     05  CP-RECEIVED-DATE        PIC S9(7) COMP-3.
006740     05  CP-DEADLINE-DATE        PIC S9(7) COMP-3.
006750     05  CP-HANDLER              PIC X(08).
006760     05  CP-STATUS               PIC X(01).
006770     05  CP-ROOT-CAUSE           PIC X(02).
006780     05  CP-CLOSED-DATE          PIC S9(7) COMP-3.
006790     05  CP-REDRESS-AMOUNT       PIC 9(08)V99.
006800     05  FILLER                  PIC X(51).

006810 FD  ACCQ-FILE
006820     RECORDING MODE IS F
006830     LABEL RECORDS ARE STANDARD.
006840 01  ACCQ-REC.
006850     05  AQ-TRMID                PIC X(04).
006860     05  AQ-USERID               PIC X(08).
006870     05  AQ-OPID                 PIC X(03).
006880     05  AQ-DATE                 PIC S9(7) COMP-3.
006890     05  AQ-TIME                 PIC S9(7) COMP-3.
006900     05  AQ-ACCTNO               PIC X(09).
006910     05  AQ-SOURCE               PIC X(01).

006920 FD  PACK-FILE
006930     RECORDING MODE IS F
006940     LABEL RECORDS ARE STANDARD.
006950 01  PACK-LINE                   PIC X(80).

006960*-----------------------------------------------------------------
006970* RUNJRNL - THE COMMON BATCH RUN JOURNAL, ONE START ROW AND ONE
006980* END ROW PER RUN, READ BY DCI8BJRN FOR THE MORNING CHECK
006990*-----------------------------------------------------------------
007000 FD  JOURNAL-FILE
007010     RECORDING MODE IS F
007020     LABEL RECORDS ARE STANDARD.
007030 01  JR-REC.
007040     05  JR-JOBNAME              PIC X(08).
007050     05  JR-ROW-TYPE             PIC X(01).
007060     05  JR-DATE                 PIC 9(07).
007070     05  JR-TIME                 PIC 9(06).
007080     05  JR-READ-COUNT           PIC 9(07).
007090     05  JR-WRITTEN-COUNT        PIC 9(07).
007100     05  JR-REJECTED-COUNT       PIC 9(07).
007110     05  JR-STATUS               PIC X(01).
007120     05  FILLER                  PIC X(06).

007130 WORKING-STORAGE SECTION.
007140 77  WS-JOURNAL-STATUS       PIC X(02) VALUE SPACES.
007150 77  WS-JRNL-TIME-RAW        PIC 9(08) VALUE 0.

007160     COPY 'JOBGATE'.

007170 77  WS-PARM-STATUS          PIC X(02) VALUE SPACES.
007180 77  WS-CUSTMAST-STATUS      PIC X(02) VALUE SPACES.
007190 77  WS-CUSTACCT-STATUS      PIC X(02) VALUE SPACES.
007200 77  WS-ACCTFILE-STATUS      PIC X(02) VALUE SPACES.
007210 77  WS-CLOSEACCT-STATUS     PIC X(02) VALUE SPACES.
007220 77  WS-RELPARTY-STATUS      PIC X(02) VALUE SPACES.
007230 77  WS-ACCTHIST-STATUS      PIC X(02) VALUE SPACES.
007240 77  WS-HISTARCH-STATUS      PIC X(02) VALUE SPACES.
007250 77  WS-ACCTTXN-STATUS       PIC X(02) VALUE SPACES.
007260 77  WS-TXNNARR-STATUS       PIC X(02) VALUE SPACES.
007270 77  WS-TXNARCH-STATUS       PIC X(02) VALUE SPACES.
007280 77  WS-ACCTNOTE-STATUS      PIC X(02) VALUE SPACES.
007290 77  WS-CYCLE-STATUS         PIC X(02) VALUE SPACES.
007300 77  WS-WORKLIST-STATUS      PIC X(02) VALUE SPACES.
007310 77  WS-PENDAPP-STATUS       PIC X(02) VALUE SPACES.
007320 77  WS-MANDATE-STATUS       PIC X(02) VALUE SPACES.
007330 77  WS-COMPLAINT-STATUS     PIC X(02) VALUE SPACES.
007340 77  WS-ACCQ-STATUS          PIC X(02) VALUE SPACES.
007350 77  WS-INCEXP-STATUS        PIC X(02) VALUE SPACES.
007360 77  WS-INSOLV-STATUS        PIC X(02) VALUE SPACES.
007370 77  WS-PLACEMNT-STATUS      PIC X(02) VALUE SPACES.
007380 77  WS-WLHIST-STATUS        PIC X(02) VALUE SPACES.
007390 77  WS-TRACEADR-STATUS      PIC X(02) VALUE SPACES.
007400 77  WS-PERSDEBT-STATUS      PIC X(02) VALUE SPACES.
007410 77  WS-CORRLOG-STATUS       PIC X(02) VALUE SPACES.
007420 77  WS-PACK-STATUS          PIC X(02) VALUE SPACES.

007430 01  WS-SWITCHES.
007440     05  WS-PARM-OK-SW       PIC X(01) VALUE 'Y'.
007450         88  WS-PARM-OK              VALUE 'Y'.
007460     05  WS-BROWSE-SW        PIC X(01) VALUE 'N'.
007470         88  WS-BROWSE-DONE          VALUE 'Y'.
007480     05  WS-CUST-SW          PIC X(01) VALUE 'N'.
007490         88  WS-CUST-FOUND           VALUE 'Y'.

007500*-----------------------------------------------------------------
007510* THE PERSON - CUSTOMER ID (ZERO WHEN THE ACCOUNT IS NOT LINKED)
007520* AND THE SURNAME AND FIRST ADDRESS LINE CLOSED ACCOUNTS AND
007530* APPLICATIONS ARE MATCHED ON
007540*-----------------------------------------------------------------
007550 77  WS-CUST-ID              PIC 9(08) VALUE 0.
007560 77  WS-MATCH-SNAME          PIC X(15) VALUE SPACES.
007570 77  WS-MATCH-ADDR1          PIC X(20) VALUE SPACES.
007580 77  WS-CASE-REF             PIC X(12) VALUE SPACES.

007590*-----------------------------------------------------------------
007600* THE PERSON'S ACCOUNTS - 'L' LIVE ON ACCTFILE, 'C' ON CLOSEACCT
007610*-----------------------------------------------------------------
007620 01  WS-AC-TABLE.
007630     05  WS-AC-ENTRY OCCURS 50 TIMES
007640             INDEXED BY AC-IDX.
007650         10  WS-AC-ACCTNO    PIC X(09).
007660         10  WS-AC-SOURCE    PIC X(01).
007670 77  WS-AC-COUNT             PIC S9(04) COMP VALUE 0.
007680 77  WS-AC-SUB               PIC S9(04) COMP VALUE 0.
007690 77  WS-AC-FOUND-SUB         PIC S9(04) COMP VALUE 0.
007700 77  WS-AC-DROPPED           PIC S9(04) COMP VALUE 0.
007710 77  WS-NEW-ACCTNO           PIC X(09) VALUE SPACES.
007720 77  WS-NEW-SOURCE           PIC X(01) VALUE SPACES.
007730 77  WS-MATCH-ACCTNO         PIC X(09) VALUE SPACES.

007740*-----------------------------------------------------------------
007750* ROWS TAKEN FROM EACH SOURCE, PRINTED ON THE CONTROL PAGE
007760*-----------------------------------------------------------------
007770 01  WS-SRC-NAMES.
007780     05  FILLER PIC X(32) VALUE 'CUSTMAST  CUSTOMER MASTER'.
007790     05  FILLER PIC X(32) VALUE 'ACCTFILE  LIVE ACCOUNTS'.
007800     05  FILLER PIC X(32) VALUE 'CLOSEACCT CLOSED ACCOUNTS'.
007810     05  FILLER PIC X(32) VALUE 'RELPARTY  RELATED PARTIES'.
007820     05  FILLER PIC X(32) VALUE 'ACCTHIST  CHANGE HISTORY'.
007830     05  FILLER PIC X(32) VALUE 'HISTARCH  ARCHIVED HISTORY'.
007840     05  FILLER PIC X(32) VALUE 'ACCTTXN   TRANSACTIONS'.
007850     05  FILLER PIC X(32) VALUE 'TXNNARR   NARRATIVES'.
007860     05  FILLER PIC X(32) VALUE 'TXNARCH   ARCHIVED TRANSACTIONS'.
007870     05  FILLER PIC X(32) VALUE 'ACCTNOTE  ACCOUNT NOTES'.
007880     05  FILLER PIC X(32) VALUE 'BILLCYCL  BILLING CYCLES'.
007890     05  FILLER PIC X(32) VALUE 'WORKLIST  COLLECTIONS ITEMS'.
007900     05  FILLER PIC X(32) VALUE 'PENDAPP   APPLICATIONS'.
007910     05  FILLER PIC X(32) VALUE 'DDMANDTE  DIRECT DEBITS'.
007920     05  FILLER PIC X(32) VALUE 'COMPLAINT COMPLAINTS'.
007930     05  FILLER PIC X(32) VALUE 'ACCQEXT   SENSITIVE ACCESS'.
007940     05  FILLER PIC X(32) VALUE 'INCEXP    INCOME AND SPENDING'.
007950     05  FILLER PIC X(32) VALUE 'INSOLV    INSOLVENCY CASES'.
007960     05  FILLER PIC X(32) VALUE 'PLACEMNT  AGENCY PLACEMENTS'.
007970     05  FILLER PIC X(32) VALUE 'WLHIST    WORK ITEM HISTORY'.
007980     05  FILLER PIC X(32) VALUE 'TRACEADR  SKIP-TRACE REQUESTS'.
007990     05  FILLER PIC X(32) VALUE 'PERSDEBT  PERSISTENT DEBT'.
008000     05  FILLER PIC X(32) VALUE 'CORRLOG   CORRESPONDENCE LOG'.
008010 01  WS-SRC-TABLE REDEFINES WS-SRC-NAMES.
008020     05  WS-SRC-NAME OCCURS 23 TIMES PIC X(32).
008030 01  WS-SRC-COUNTS.
008040     05  WS-SRC-COUNT OCCURS 23 TIMES
008050                             PIC 9(07) COMP-3.
008060 77  WS-SRC-SUB              PIC S9(04) COMP VALUE 0.
008070 77  WS-SRC-MAX              PIC S9(04) COMP VALUE 23.
008080 77  WS-SECTION-ROWS         PIC 9(07) COMP-3 VALUE 0.
008090 77  WS-TOTAL-ROWS           PIC 9(07) COMP-3 VALUE 0.

008100*-----------------------------------------------------------------
008110* DATES PRINT AS DD/MM/YYYY - 7200-FORMAT-DATE TURNS WS-FMT-JUL
008120* (YYYYDDD) INTO WS-FMT-DISP; ZERO PRINTS BLANK
008130*-----------------------------------------------------------------
008140 77  WS-FMT-JUL              PIC S9(7) COMP-3 VALUE 0.
008150 01  WS-FMT-GREG             PIC 9(08) VALUE 0.
008160 01  WS-FMT-PARTS REDEFINES WS-FMT-GREG.
008170     05  WS-FMT-YYYY         PIC X(04).
008180     05  WS-FMT-MM           PIC X(02).
008190     05  WS-FMT-DD           PIC X(02).
008200 01  WS-FMT-DISP             PIC X(10) VALUE SPACES.
008210 01  WS-FMT-DISP-PARTS REDEFINES WS-FMT-DISP.
008220     05  WS-FMT-D-DD         PIC X(02).
008230     05  WS-FMT-D-SL1        PIC X(01).
008240     05  WS-FMT-D-MM         PIC X(02).
008250     05  WS-FMT-D-SL2        PIC X(01).
008260     05  WS-FMT-D-YYYY       PIC X(04).
008270 01  WS-TIME-DISP            PIC 9(06) VALUE 0.

008280*-----------------------------------------------------------------
008290* EDITED FIELDS AND NAME/ADDRESS GROUPS FOR THE LABELLED LINES
008300*-----------------------------------------------------------------
008310 01  WS-ED-AMOUNT            PIC -ZZ,ZZZ,ZZ9.99.
008320 01  WS-ED-COUNT             PIC ZZ,ZZZ,ZZ9.
008330 01  WS-NAME-GRP.
008340     05  WS-NG-TITL          PIC X(04).
008350     05  FILLER              PIC X(01) VALUE SPACE.
008360     05  WS-NG-FNAME         PIC X(15).
008370     05  FILLER              PIC X(01) VALUE SPACE.
008380     05  WS-NG-SNAME         PIC X(15).
008390 01  WS-ADDR-GRP.
008400     05  WS-AG-ADDR1         PIC X(20).
008410     05  FILLER              PIC X(02) VALUE SPACES.
008420     05  WS-AG-ADDR2         PIC X(20).
008430 01  WS-STAMP-GRP.
008440     05  WS-SG-DATE          PIC X(10).
008450     05  FILLER              PIC X(01) VALUE SPACE.
008460     05  WS-SG-TIME          PIC 9(06).
008470     05  FILLER              PIC X(04) VALUE ' BY '.
008480     05  WS-SG-USERID        PIC X(08).
008490     05  FILLER              PIC X(01) VALUE SPACE.
008500     05  WS-SG-TRMID         PIC X(04).

008510*-----------------------------------------------------------------
008520* MANDATE BANK DETAILS - ONLY THE LAST DIGITS ARE PRINTED
008530*-----------------------------------------------------------------
008540 01  WS-SORT-CODE            PIC 9(06) VALUE 0.
008550 01  WS-SORT-PARTS REDEFINES WS-SORT-CODE.
008560     05  FILLER              PIC X(04).
008570     05  WS-SORT-LAST2       PIC X(02).
008580 01  WS-BANK-ACCT            PIC 9(08) VALUE 0.
008590 01  WS-BANK-PARTS REDEFINES WS-BANK-ACCT.
008600     05  FILLER              PIC X(04).
008610     05  WS-BANK-LAST4       PIC X(04).
008620 01  WS-MASKED-BANK.
008630     05  FILLER              PIC X(06) VALUE '**-**-'.
008640     05  WS-MB-SORT          PIC X(02).
008650     05  FILLER              PIC X(06) VALUE '  ****'.
008660     05  WS-MB-ACCT          PIC X(04).

008670* PARAMETER BLOCK FOR THE SHARED DATE SERVICE
008680     COPY 'DATEPARM'.

008690*-----------------------------------------------------------------
008700* PRINT LINES
008710*-----------------------------------------------------------------
008720 01  WS-PACK-HEADING1.
008730     05  FILLER              PIC X(40) VALUE
008740         'DCI8BDSR - SUBJECT ACCESS REQUEST PACK'.
008750     05  FILLER              PIC X(06) VALUE 'CASE '.
008760     05  PH-CASE-REF         PIC X(12).
008770     05  FILLER              PIC X(06) VALUE SPACES.
008780     05  FILLER              PIC X(06) VALUE 'DATE '.
008790     05  PH-DATE             PIC X(10).
008800 01  WS-PACK-HEADING2.
008810     05  FILLER              PIC X(14) VALUE 'CUSTOMER ID '.
008820     05  PH-CUST-ID          PIC 9(08).
008830     05  FILLER              PIC X(04) VALUE SPACES.
008840     05  FILLER              PIC X(18) VALUE 'REQUESTED ACCOUNT '.
008850     05  PH-ACCTNO           PIC X(09).
008860     05  FILLER              PIC X(27) VALUE SPACES.

008870 01  WS-SECTION-LINE.
008880     05  FILLER              PIC X(04) VALUE '*** '.
008890     05  SL-TITLE            PIC X(32).
008900     05  FILLER              PIC X(44) VALUE SPACES.
008910 01  WS-NONE-LINE.
008920     05  FILLER              PIC X(80) VALUE
008930         '    NONE HELD'.
008940 01  WS-ACCT-LINE.
008950     05  FILLER              PIC X(02) VALUE SPACES.
008960     05  FILLER              PIC X(08) VALUE 'ACCOUNT '.
008970     05  AL-ACCTNO           PIC X(09).
008980     05  FILLER              PIC X(61) VALUE SPACES.

008990 01  WS-KV-LINE.
009000     05  FILLER              PIC X(04) VALUE SPACES.
009010     05  KV-LABEL            PIC X(18).
009020     05  KV-VALUE            PIC X(58).

009030 01  WS-HIST-LINE.
009040     05  FILLER              PIC X(04) VALUE SPACES.
009050     05  HL-ACCTNO           PIC X(09).
009060     05  FILLER              PIC X(01) VALUE SPACE.
009070     05  HL-SEQNO            PIC ZZZ9.
009080     05  FILLER              PIC X(01) VALUE SPACE.
009090     05  HL-EVENT            PIC X(01).
009100     05  FILLER              PIC X(01) VALUE SPACE.
009110     05  HL-STAMP            PIC X(34).
009120     05  FILLER              PIC X(25) VALUE SPACES.
009130 01  WS-HIST-IMAGE1.
009140     05  FILLER              PIC X(06) VALUE SPACES.
009150     05  HI-LABEL            PIC X(07).
009160     05  HI-NAME             PIC X(36).
009170     05  FILLER              PIC X(01) VALUE SPACE.
009180     05  HI-LIMIT            PIC -ZZ,ZZZ,ZZ9.99.
009190     05  FILLER              PIC X(04) VALUE ' ST '.
009200     05  HI-STAT             PIC X(01).
009210     05  FILLER              PIC X(11) VALUE SPACES.
009220 01  WS-HIST-IMAGE2.
009230     05  FILLER              PIC X(13) VALUE SPACES.
009240     05  HI-ADDR             PIC X(42).
009250     05  FILLER              PIC X(25) VALUE SPACES.

009260 01  WS-TXN-LINE.
009270     05  FILLER              PIC X(04) VALUE SPACES.
009280     05  TL-ACCTNO           PIC X(09).
009290     05  FILLER              PIC X(01) VALUE SPACE.
009300     05  TL-DATE             PIC X(10).
009310     05  FILLER              PIC X(01) VALUE SPACE.
009320     05  TL-SEQNO            PIC ZZZ9.
009330     05  FILLER              PIC X(01) VALUE SPACE.
009340     05  TL-TYPE             PIC X(01).
009350     05  FILLER              PIC X(01) VALUE SPACE.
009360     05  TL-AMOUNT           PIC ZZ,ZZZ,ZZ9.99.
009370     05  FILLER              PIC X(01) VALUE SPACE.
009380     05  TL-POST-DATE        PIC X(10).
009390     05  FILLER              PIC X(01) VALUE SPACE.
009400     05  TL-POST-JOB         PIC X(08).
009410     05  FILLER              PIC X(01) VALUE SPACE.
009420     05  TL-SOURCE           PIC X(01).
009430     05  FILLER              PIC X(13) VALUE SPACES.
009440 01  WS-NARR-LINE.
009450     05  FILLER              PIC X(14) VALUE SPACES.
009460     05  NL-MERCHANT         PIC X(30).
009470     05  FILLER              PIC X(01) VALUE SPACE.
009480     05  NL-CATEGORY         PIC X(04).
009490     05  FILLER              PIC X(01) VALUE SPACE.
009500     05  NL-ORIG-REF         PIC X(16).
009510     05  FILLER              PIC X(14) VALUE SPACES.

009520 01  WS-NOTE-LINE.
009530     05  FILLER              PIC X(04) VALUE SPACES.
009540     05  NTL-DATE            PIC X(10).
009550     05  FILLER              PIC X(01) VALUE SPACE.
009560     05  NTL-USERID          PIC X(08).
009570     05  FILLER              PIC X(01) VALUE SPACE.
009580     05  NTL-TEXT            PIC X(40).
009590     05  FILLER              PIC X(16) VALUE SPACES.

009600 01  WS-WLHIST-LINE.
009610     05  FILLER              PIC X(04) VALUE SPACES.
009620     05  WHL-DATE            PIC X(10).
009630     05  FILLER              PIC X(01) VALUE SPACE.
009640     05  WHL-USERID          PIC X(08).
009650     05  FILLER              PIC X(01) VALUE SPACE.
009660     05  WHL-EVENT           PIC X(16).
009670     05  FILLER              PIC X(06) VALUE ' DISP '.
009680     05  WHL-DISP            PIC X(01).
009690     05  FILLER              PIC X(06) VALUE ' COLL '.
009700     05  WHL-COLL            PIC X(03).
009710     05  FILLER              PIC X(24) VALUE SPACES.

009720 01  WS-TRACE-LINE.
009730     05  FILLER              PIC X(04) VALUE SPACES.
009740     05  TRL-DATE            PIC X(10).
009750     05  FILLER              PIC X(01) VALUE SPACE.
009760     05  TRL-STATUS          PIC X(10).
009770     05  FILLER              PIC X(01) VALUE SPACE.
009780     05  TRL-REF             PIC X(12).
009790     05  FILLER              PIC X(01) VALUE SPACE.
009800     05  TRL-ADDR1           PIC X(20).
009810     05  FILLER              PIC X(01) VALUE SPACE.
009820     05  TRL-ADDR2           PIC X(20).

009830 01  WS-CYCLE-LINE.
009840     05  FILLER              PIC X(04) VALUE SPACES.
009850     05  CL-PERIOD           PIC 9(06).
009860     05  FILLER              PIC X(01) VALUE SPACE.
009870     05  CL-STMT-DATE        PIC X(10).
009880     05  FILLER              PIC X(01) VALUE SPACE.
009890     05  CL-CLOSE-BAL        PIC -ZZ,ZZZ,ZZ9.99.
009900     05  FILLER              PIC X(01) VALUE SPACE.
009910     05  CL-MIN-PAY          PIC ZZ,ZZZ,ZZ9.99.
009920     05  FILLER              PIC X(01) VALUE SPACE.
009930     05  CL-DUE-DATE         PIC X(10).
009940     05  FILLER              PIC X(01) VALUE SPACE.
009950     05  CL-PAID-FLAG        PIC X(01).
009960     05  FILLER              PIC X(01) VALUE SPACE.
009970     05  CL-PAID-DATE        PIC X(10).
009980     05  FILLER              PIC X(06) VALUE SPACES.

009990 01  WS-ACCQ-LINE.
010000     05  FILLER              PIC X(04) VALUE SPACES.
010010     05  QL-ACCTNO           PIC X(09).
010020     05  FILLER              PIC X(01) VALUE SPACE.
010030     05  QL-DATE             PIC X(10).
010040     05  FILLER              PIC X(01) VALUE SPACE.
010050     05  QL-TIME             PIC 9(06).
010060     05  FILLER              PIC X(01) VALUE SPACE.
010070     05  QL-USERID           PIC X(08).
010080     05  FILLER              PIC X(01) VALUE SPACE.
010090     05  QL-TRMID            PIC X(04).
010100     05  FILLER              PIC X(01) VALUE SPACE.
010110     05  QL-OPID             PIC X(03).
010120     05  FILLER              PIC X(01) VALUE SPACE.
010130     05  QL-VIA              PIC X(11).
010140     05  FILLER              PIC X(19) VALUE SPACES.

010150 01  WS-CORR-LINE.
010160     05  FILLER              PIC X(04) VALUE SPACES.
010170     05  CGL-DATE            PIC X(10).
010180     05  FILLER              PIC X(01) VALUE SPACE.
010190     05  CGL-TYPE            PIC X(04).
010200     05  FILLER              PIC X(01) VALUE SPACE.
010210     05  CGL-REF             PIC X(12).
010220     05  FILLER              PIC X(01) VALUE SPACE.
010230     05  CGL-CHANNEL         PIC X(05).
010240     05  FILLER              PIC X(01) VALUE SPACE.
010250     05  CGL-STATUS          PIC X(06).
010260     05  FILLER              PIC X(01) VALUE SPACE.
010270     05  CGL-TO              PIC X(30).
010280     05  FILLER              PIC X(04) VALUE SPACES.

010290 01  WS-CORR-TMPL-LINE.
010300     05  FILLER              PIC X(15) VALUE SPACES.
010310     05  FILLER              PIC X(17) VALUE 'WORDED BY LETTER '.
010320     05  CTL-TMPL-ID         PIC X(04).
010330     05  FILLER              PIC X(09) VALUE ' VERSION '.
010340     05  CTL-TMPL-VER        PIC 9(03).
010350     05  FILLER              PIC X(32) VALUE SPACES.

010360 01  WS-CONTROL-LINE.
010370     05  FILLER              PIC X(04) VALUE SPACES.
010380     05  CTL-SOURCE          PIC X(32).
010390     05  FILLER              PIC X(04) VALUE SPACES.
010400     05  CTL-COUNT           PIC ZZ,ZZZ,ZZ9.
010410     05  FILLER              PIC X(30) VALUE SPACES.

010420 PROCEDURE DIVISION.

010430 0000-MAINLINE.

010440     PERFORM 8100-WRITE-JRNL-START THRU 8100-EXIT.

010450     PERFORM 1000-INITIALIZE THRU 1000-EXIT.

010460     IF WS-PARM-OK THEN
010470         PERFORM 1200-RESOLVE-SUBJECT THRU 1200-EXIT
010480     END-IF.

010490     IF WS-PARM-OK THEN
010500         PERFORM 2000-PRINT-PACK THRU 2000-EXIT
010510     END-IF.

010520     PERFORM 9000-TERMINATE THRU 9000-EXIT.

010530     PERFORM 8200-WRITE-JRNL-END THRU 8200-EXIT.

010540     GOBACK.

010550 1000-INITIALIZE.

010560     INITIALIZE WS-SRC-COUNTS.

010570     OPEN INPUT PARM-FILE.
010580     READ PARM-FILE
010590         AT END
010600             DISPLAY 'DCI8BDSR - NO CONTROL CARD IN DSRPARM'
010610             MOVE 'N' TO WS-PARM-OK-SW
010620     END-READ.
010630     CLOSE PARM-FILE.

010640     IF WS-PARM-OK THEN
010650         PERFORM 1100-EDIT-PARM THRU 1100-EXIT
010660     END-IF.

010670     OPEN INPUT CUSTMAST-FILE.
010680     OPEN INPUT CUSTACCT.
010690     OPEN INPUT ACCTFILE.
010700     OPEN INPUT CLOSEACCT-FILE.
010710     OPEN INPUT RELPARTY-FILE.
010720     OPEN INPUT ACCTHIST-FILE.
010730     OPEN INPUT ACCTTXN-FILE.
010740     OPEN INPUT TXNNARR-FILE.
010750     OPEN INPUT ACCTNOTE-FILE.
010760     OPEN INPUT CYCLE-FILE.
010770     OPEN INPUT WORKLIST-FILE.
010780     OPEN INPUT MANDATE-FILE.
010790     OPEN INPUT COMPLAINT-FILE.
010800     OPEN INPUT INCEXP-FILE.
010810     OPEN INPUT INSOLV-FILE.
010820     OPEN INPUT PLACEMNT-FILE.
010830     OPEN INPUT WLHIST-FILE.
010840     OPEN INPUT TRACEADR-FILE.
010850     OPEN INPUT PERSDEBT-FILE.
010860     OPEN INPUT CORRLOG-FILE.
010870     OPEN OUTPUT PACK-FILE.

010880 1000-EXIT.
010890     EXIT.

010900 1100-EDIT-PARM.

010910     MOVE DS-CASE-REF TO WS-CASE-REF.

010920     IF DS-CUST-ID NOT = SPACES THEN
010930         IF DS-CUST-ID IS NOT NUMERIC OR DS-CUST-ID-N = 0 THEN
010940             DISPLAY 'DCI8BDSR - DSRPARM CUSTOMER ID NOT VALID'
010950             MOVE 'N' TO WS-PARM-OK-SW
010960         ELSE
010970             MOVE DS-CUST-ID-N TO WS-CUST-ID
010980         END-IF
010990         GO TO 1100-EXIT
011000     END-IF.

011010     IF DS-ACCTNO = SPACES THEN
011020         DISPLAY 'DCI8BDSR - DSRPARM GIVES NO CUSTOMER OR ACCOUNT'
011030         MOVE 'N' TO WS-PARM-OK-SW
011040     END-IF.

011050 1100-EXIT.
011060     EXIT.

011070*-----------------------------------------------------------------
011080* 1200-RESOLVE-SUBJECT BUILDS THE PERSON'S ACCOUNT TABLE. A
011090* REQUEST THAT FINDS NEITHER A CUSTOMER NOR AN ACCOUNT PRINTS NO
011100* PACK - THE CARD IS WRONG
011110*-----------------------------------------------------------------
011120 1200-RESOLVE-SUBJECT.

011130     IF WS-CUST-ID = 0 THEN
011140         PERFORM 1250-REQUESTED-ACCOUNT THRU 1250-EXIT
011150     END-IF.

011160     IF WS-CUST-ID > 0 THEN
011170         MOVE WS-CUST-ID TO CM-CUSTID
011180         READ CUSTMAST-FILE
011190             INVALID KEY
011200                 MOVE 'N' TO WS-CUST-SW
011210             NOT INVALID KEY
011220                 MOVE 'Y' TO WS-CUST-SW
011230                 MOVE CM-SNAME TO WS-MATCH-SNAME
011240                 MOVE CM-ADDR1 TO WS-MATCH-ADDR1
011250         END-READ
011260         PERFORM 1220-BROWSE-CUSTACCT THRU 1220-EXIT
011270     END-IF.

011280     IF WS-MATCH-SNAME NOT = SPACES THEN
011290         PERFORM 1230-SCAN-CLOSEACCT THRU 1230-EXIT
011300     END-IF.

011310     IF WS-AC-COUNT = 0 AND NOT WS-CUST-FOUND THEN
011320         DISPLAY 'DCI8BDSR - NOTHING HELD FOR CUSTOMER '
011330             WS-CUST-ID ' ACCOUNT ' DS-ACCTNO
011340         MOVE 'N' TO WS-PARM-OK-SW
011350     END-IF.

011360 1200-EXIT.
011370     EXIT.

011380*-----------------------------------------------------------------
011390* 1250-REQUESTED-ACCOUNT - A LIVE ACCOUNT LINKED TO A CUSTOMER
011400* HANDS OVER TO THE CUSTOMER; OTHERWISE THE ACCOUNT HOLDER'S
011410* OWN NAME AND ADDRESS DRIVE THE CLOSED-ACCOUNT MATCH
011420*-----------------------------------------------------------------
011430 1250-REQUESTED-ACCOUNT.

011440     MOVE DS-ACCTNO TO AF-ACCTNO.
011450     READ ACCTFILE
011460         INVALID KEY
011470             GO TO 1250-CLOSED
011480     END-READ.

011490     IF AF-CUST-ID > 0 THEN
011500         MOVE AF-CUST-ID TO WS-CUST-ID
011510         GO TO 1250-EXIT
011520     END-IF.

011530     MOVE AF-ACCTNO TO WS-NEW-ACCTNO.
011540     MOVE 'L' TO WS-NEW-SOURCE.
011550     PERFORM 1210-ADD-ACCOUNT THRU 1210-EXIT.
011560     MOVE AF-SNAME TO WS-MATCH-SNAME.
011570     MOVE AF-ADDR1 TO WS-MATCH-ADDR1.
011580     GO TO 1250-EXIT.

011590 1250-CLOSED.
011600     MOVE DS-ACCTNO TO CA-ACCTNO.
011610     READ CLOSEACCT-FILE
011620         INVALID KEY
011630             GO TO 1250-EXIT
011640     END-READ.

011650     MOVE CA-ACCTNO TO WS-NEW-ACCTNO.
011660     MOVE 'C' TO WS-NEW-SOURCE.
011670     PERFORM 1210-ADD-ACCOUNT THRU 1210-EXIT.
011680     MOVE CA-SNAME TO WS-MATCH-SNAME.
011690     MOVE CA-ADDR1 TO WS-MATCH-ADDR1.

011700 1250-EXIT.
011710     EXIT.

011720 1210-ADD-ACCOUNT.

011730     MOVE WS-NEW-ACCTNO TO WS-MATCH-ACCTNO.
011740     PERFORM 7300-MATCH-ACCOUNT THRU 7300-EXIT.
011750     IF WS-AC-FOUND-SUB > 0 THEN
011760         GO TO 1210-EXIT
011770     END-IF.

011780     IF WS-AC-COUNT NOT < 50 THEN
011790         ADD 1 TO WS-AC-DROPPED
011800         GO TO 1210-EXIT
011810     END-IF.

011820     ADD 1 TO WS-AC-COUNT.
011830     MOVE WS-NEW-ACCTNO TO WS-AC-ACCTNO(WS-AC-COUNT).
011840     MOVE WS-NEW-SOURCE TO WS-AC-SOURCE(WS-AC-COUNT).

011850 1210-EXIT.
011860     EXIT.

011870 1220-BROWSE-CUSTACCT.

011880     MOVE 'N' TO WS-BROWSE-SW.
011890     MOVE WS-CUST-ID TO CX-CUST-ID.
011900     START CUSTACCT KEY IS EQUAL TO CX-CUST-ID
011910         INVALID KEY
011920             GO TO 1220-EXIT
011930     END-START.

011940     PERFORM 1225-NEXT-CUSTACCT THRU 1225-EXIT
011950         UNTIL WS-BROWSE-DONE.

011960 1220-EXIT.
011970     EXIT.

011980 1225-NEXT-CUSTACCT.

011990     READ CUSTACCT NEXT RECORD
012000         AT END
012010             MOVE 'Y' TO WS-BROWSE-SW
012020             GO TO 1225-EXIT
012030     END-READ.

012040     IF CX-CUST-ID NOT = WS-CUST-ID THEN
012050         MOVE 'Y' TO WS-BROWSE-SW
012060         GO TO 1225-EXIT
012070     END-IF.

012080     MOVE CX-ACCTNO TO WS-NEW-ACCTNO.
012090     MOVE 'L' TO WS-NEW-SOURCE.
012100     PERFORM 1210-ADD-ACCOUNT THRU 1210-EXIT.

012110 1225-EXIT.
012120     EXIT.

012130 1230-SCAN-CLOSEACCT.

012140     MOVE 'N' TO WS-BROWSE-SW.
012150     MOVE LOW-VALUES TO CA-ACCTNO.
012160     START CLOSEACCT-FILE KEY IS NOT LESS THAN CA-ACCTNO
012170         INVALID KEY
012180             GO TO 1230-EXIT
012190     END-START.

012200     PERFORM 1235-NEXT-CLOSEACCT THRU 1235-EXIT
012210         UNTIL WS-BROWSE-DONE.

012220 1230-EXIT.
012230     EXIT.

012240 1235-NEXT-CLOSEACCT.

012250     READ CLOSEACCT-FILE NEXT RECORD
012260         AT END
012270             MOVE 'Y' TO WS-BROWSE-SW
012280             GO TO 1235-EXIT
012290     END-READ.

012300     IF CA-SNAME = WS-MATCH-SNAME AND
012310        CA-ADDR1 = WS-MATCH-ADDR1 THEN
012320         MOVE CA-ACCTNO TO WS-NEW-ACCTNO
012330         MOVE 'C' TO WS-NEW-SOURCE
012340         PERFORM 1210-ADD-ACCOUNT THRU 1210-EXIT
012350     END-IF.

012360 1235-EXIT.
012370     EXIT.

012380*-----------------------------------------------------------------
012390* 2000-PRINT-PACK - THE HEADING, ONE SECTION PER SOURCE, AND THE
012400* CONTROL PAGE
012410*-----------------------------------------------------------------
012420 2000-PRINT-PACK.

012430     MOVE WS-CASE-REF TO PH-CASE-REF.
012440     MOVE 'TOD' TO DP-FUNCTION.
012450     CALL 'DCI8BDAT' USING DATEPARM.
012460     MOVE DP-JULIAN TO WS-FMT-JUL.
012470     PERFORM 7200-FORMAT-DATE THRU 7200-EXIT.
012480     MOVE WS-FMT-DISP TO PH-DATE.
012490     MOVE WS-CUST-ID TO PH-CUST-ID.
012500     MOVE DS-ACCTNO TO PH-ACCTNO.
012510     WRITE PACK-LINE FROM WS-PACK-HEADING1.
012520     WRITE PACK-LINE FROM WS-PACK-HEADING2.

012530     PERFORM 2100-CUSTOMER-SECTION THRU 2100-EXIT.
012540     PERFORM 2200-ACCOUNT-SECTION THRU 2200-EXIT.
012550     PERFORM 2300-RELPARTY-SECTION THRU 2300-EXIT.
012560     PERFORM 2400-HISTORY-SECTION THRU 2400-EXIT.
012570     PERFORM 2500-HISTARCH-SECTION THRU 2500-EXIT.
012580     PERFORM 2600-TXN-SECTION THRU 2600-EXIT.
012590     PERFORM 2700-TXNARCH-SECTION THRU 2700-EXIT.
012600     PERFORM 2800-NOTE-SECTION THRU 2800-EXIT.
012610     PERFORM 2900-CYCLE-SECTION THRU 2900-EXIT.
012620     PERFORM 3000-WORKLIST-SECTION THRU 3000-EXIT.
012630     PERFORM 3100-PENDAPP-SECTION THRU 3100-EXIT.
012640     PERFORM 3200-MANDATE-SECTION THRU 3200-EXIT.
012650     PERFORM 3300-COMPLAINT-SECTION THRU 3300-EXIT.
012660     PERFORM 3400-ACCQ-SECTION THRU 3400-EXIT.
012670     PERFORM 3450-INCEXP-SECTION THRU 3450-EXIT.
012680     PERFORM 3480-INSOLV-SECTION THRU 3480-EXIT.
012690     PERFORM 3490-PLACEMNT-SECTION THRU 3490-EXIT.
012700     PERFORM 3497-WLHIST-SECTION THRU 3497-EXIT.
012710     PERFORM 3430-TRACE-SECTION THRU 3430-EXIT.
012720     PERFORM 3420-PERSDEBT-SECTION THRU 3420-EXIT.
012730     PERFORM 3412-CORRLOG-SECTION THRU 3412-EXIT.
012740     PERFORM 3500-CONTROL-PAGE THRU 3500-EXIT.

012750 2000-EXIT.
012760     EXIT.

012770 2100-CUSTOMER-SECTION.

012780     MOVE 1 TO WS-SRC-SUB.
012790     PERFORM 7000-SECTION-HEAD THRU 7000-EXIT.

012800     IF WS-CUST-FOUND THEN
012810         ADD 1 TO WS-SECTION-ROWS WS-SRC-COUNT(1)
012820         MOVE 'CUSTOMER ID' TO KV-LABEL
012830         MOVE CM-CUSTID TO KV-VALUE
012840         PERFORM 7100-PRINT-KV THRU 7100-EXIT
012850         MOVE SPACES TO WS-NG-TITL
012860         MOVE CM-FNAME TO WS-NG-FNAME
012870         MOVE CM-SNAME TO WS-NG-SNAME
012880         MOVE 'NAME' TO KV-LABEL
012890         MOVE WS-NAME-GRP TO KV-VALUE
012900         PERFORM 7100-PRINT-KV THRU 7100-EXIT
012910         MOVE CM-ADDR1 TO WS-AG-ADDR1
012920         MOVE CM-ADDR2 TO WS-AG-ADDR2
012930         MOVE 'ADDRESS' TO KV-LABEL
012940         MOVE WS-ADDR-GRP TO KV-VALUE
012950         PERFORM 7100-PRINT-KV THRU 7100-EXIT
012960         MOVE CM-CR-DATE TO WS-FMT-JUL
012970         MOVE CM-CR-TIME TO WS-TIME-DISP
012980         MOVE CM-CR-USERID TO WS-SG-USERID
012990         MOVE CM-CR-TRMID TO WS-SG-TRMID
013000         PERFORM 7250-FORMAT-STAMP THRU 7250-EXIT
013010         MOVE 'CREATED' TO KV-LABEL
013020         MOVE WS-STAMP-GRP TO KV-VALUE
013030         PERFORM 7100-PRINT-KV THRU 7100-EXIT
013040         MOVE CM-OVERALL-LIMIT TO WS-ED-AMOUNT
013050         MOVE 'OVERALL LIMIT' TO KV-LABEL
013060         MOVE WS-ED-AMOUNT TO KV-VALUE
013070         PERFORM 7100-PRINT-KV THRU 7100-EXIT
013080     END-IF.

013090     PERFORM 7010-SECTION-FOOT THRU 7010-EXIT.

013100 2100-EXIT.
013110     EXIT.

013120 2200-ACCOUNT-SECTION.

013130     MOVE 2 TO WS-SRC-SUB.
013140     PERFORM 7000-SECTION-HEAD THRU 7000-EXIT.

013150     PERFORM 2210-PRINT-ACCOUNT THRU 2210-EXIT
013160         VARYING WS-AC-SUB FROM 1 BY 1
013170         UNTIL WS-AC-SUB > WS-AC-COUNT.

013180     PERFORM 7010-SECTION-FOOT THRU 7010-EXIT.

013190 2200-EXIT.
013200     EXIT.

013210 2210-PRINT-ACCOUNT.

013220     IF WS-AC-SOURCE(WS-AC-SUB) = 'C' THEN
013230         PERFORM 2230-CLOSED-ACCOUNT THRU 2230-EXIT
013240         GO TO 2210-EXIT
013250     END-IF.

013260     MOVE WS-AC-ACCTNO(WS-AC-SUB) TO AF-ACCTNO.
013270     READ ACCTFILE
013280         INVALID KEY
013290             GO TO 2210-EXIT
013300     END-READ.

013310     ADD 1 TO WS-SECTION-ROWS WS-SRC-COUNT(2).
013320     MOVE AF-ACCTNO TO AL-ACCTNO.
013330     WRITE PACK-LINE FROM WS-ACCT-LINE.

013340     MOVE 'ACCOUNT STATUS' TO KV-LABEL.
013350     MOVE 'LIVE' TO KV-VALUE.
013360     MOVE AF-STAT TO KV-VALUE(6:1).
013370     PERFORM 7100-PRINT-KV THRU 7100-EXIT.
013380     MOVE AF-TITL TO WS-NG-TITL.
013390     MOVE AF-FNAME TO WS-NG-FNAME.
013400     MOVE AF-SNAME TO WS-NG-SNAME.
013410     MOVE 'NAME' TO KV-LABEL.
013420     MOVE WS-NAME-GRP TO KV-VALUE.
013430     PERFORM 7100-PRINT-KV THRU 7100-EXIT.
013440     MOVE 'FORMER SURNAME' TO KV-LABEL.
013450     MOVE AF-FORMER-SNAME TO KV-VALUE.
013460     PERFORM 7100-PRINT-KV THRU 7100-EXIT.
013470     MOVE AF-ADDR1 TO WS-AG-ADDR1.
013480     MOVE AF-ADDR2 TO WS-AG-ADDR2.
013490     MOVE 'ADDRESS' TO KV-LABEL.
013500     MOVE WS-ADDR-GRP TO KV-VALUE.
013510     PERFORM 7100-PRINT-KV THRU 7100-EXIT.
013520     MOVE AF-MAIL-ADDR1 TO WS-AG-ADDR1.
013530     MOVE AF-MAIL-ADDR2 TO WS-AG-ADDR2.
013540     MOVE 'MAILING ADDRESS' TO KV-LABEL.
013550     MOVE WS-ADDR-GRP TO KV-VALUE.
013560     PERFORM 7100-PRINT-KV THRU 7100-EXIT.
013570     MOVE 'PHONE' TO KV-LABEL.
013580     MOVE AF-PHONE TO KV-VALUE.
013590     PERFORM 7100-PRINT-KV THRU 7100-EXIT.
013600     MOVE 'EMAIL' TO KV-LABEL.
013610     MOVE AF-EMAIL TO KV-VALUE.
013620     PERFORM 7100-PRINT-KV THRU 7100-EXIT.
013630     MOVE 'CONTACT BY' TO KV-LABEL.
013640     MOVE AF-CONTACT-PREF TO KV-VALUE.
013650     PERFORM 7100-PRINT-KV THRU 7100-EXIT.
013660     MOVE 'CREDIT LIMIT' TO KV-LABEL.
013670     MOVE AF-CRLIMIT TO WS-ED-AMOUNT.
013680     MOVE WS-ED-AMOUNT TO KV-VALUE.
013690     PERFORM 7100-PRINT-KV THRU 7100-EXIT.
013700     MOVE 'BALANCE' TO KV-LABEL.
013710     MOVE AF-CURR-BAL TO WS-ED-AMOUNT.
013720     MOVE WS-ED-AMOUNT TO KV-VALUE.
013730     PERFORM 7100-PRINT-KV THRU 7100-EXIT.
013740     MOVE 'BRANCH' TO KV-LABEL.
013750     MOVE AF-BRANCH TO KV-VALUE.
013760     PERFORM 7100-PRINT-KV THRU 7100-EXIT.
013770     MOVE AF-BSCORE-DATE TO WS-FMT-JUL.
013780     PERFORM 7200-FORMAT-DATE THRU 7200-EXIT.
013790     MOVE 'BUREAU SCORE' TO KV-LABEL.
013800     MOVE SPACES TO KV-VALUE.
013810     MOVE AF-BUREAU-SCORE TO KV-VALUE(1:3).
013820     MOVE 'ON' TO KV-VALUE(5:2).
013830     MOVE WS-FMT-DISP TO KV-VALUE(8:10).
013840     PERFORM 7100-PRINT-KV THRU 7100-EXIT.
013850     MOVE 'GONE-AWAY FLAG' TO KV-LABEL.
013860     MOVE AF-GONEAWAY-FLAG TO KV-VALUE.
013870     PERFORM 7100-PRINT-KV THRU 7100-EXIT.
013880     MOVE 'ESTATE FLAG' TO KV-LABEL.
013890     MOVE AF-ESTATE-FLAG TO KV-VALUE.
013900     PERFORM 7100-PRINT-KV THRU 7100-EXIT.
013910     MOVE 'SENSITIVE FLAG' TO KV-LABEL.
013920     MOVE AF-SENS-FLAG TO KV-VALUE.
013930     PERFORM 7100-PRINT-KV THRU 7100-EXIT.
013940     MOVE AF-CR-DATE TO WS-FMT-JUL.
013950     MOVE AF-CR-TIME TO WS-TIME-DISP.
013960     MOVE AF-CR-USERID TO WS-SG-USERID.
013970     MOVE AF-CR-TRMID TO WS-SG-TRMID.
013980     PERFORM 7250-FORMAT-STAMP THRU 7250-EXIT.
013990     MOVE 'OPENED' TO KV-LABEL.
014000     MOVE WS-STAMP-GRP TO KV-VALUE.
014010     PERFORM 7100-PRINT-KV THRU 7100-EXIT.

014020 2210-EXIT.
014030     EXIT.

014040 2230-CLOSED-ACCOUNT.

014050     MOVE WS-AC-ACCTNO(WS-AC-SUB) TO CA-ACCTNO.
014060     READ CLOSEACCT-FILE
014070         INVALID KEY
014080             GO TO 2230-EXIT
014090     END-READ.

014100     ADD 1 TO WS-SECTION-ROWS WS-SRC-COUNT(3).
014110     MOVE CA-ACCTNO TO AL-ACCTNO.
014120     WRITE PACK-LINE FROM WS-ACCT-LINE.

014130     MOVE 'ACCOUNT STATUS' TO KV-LABEL.
014140     MOVE 'CLOSED - REASON' TO KV-VALUE.
014150     MOVE CA-REASON TO KV-VALUE(17:1).
014160     PERFORM 7100-PRINT-KV THRU 7100-EXIT.
014170     MOVE CA-TITL TO WS-NG-TITL.
014180     MOVE CA-FNAME TO WS-NG-FNAME.
014190     MOVE CA-SNAME TO WS-NG-SNAME.
014200     MOVE 'NAME' TO KV-LABEL.
014210     MOVE WS-NAME-GRP TO KV-VALUE.
014220     PERFORM 7100-PRINT-KV THRU 7100-EXIT.
014230     MOVE CA-ADDR1 TO WS-AG-ADDR1.
014240     MOVE CA-ADDR2 TO WS-AG-ADDR2.
014250     MOVE 'ADDRESS' TO KV-LABEL.
014260     MOVE WS-ADDR-GRP TO KV-VALUE.
014270     PERFORM 7100-PRINT-KV THRU 7100-EXIT.
014280     MOVE 'CREDIT LIMIT' TO KV-LABEL.
014290     MOVE CA-CRLIMIT TO WS-ED-AMOUNT.
014300     MOVE WS-ED-AMOUNT TO KV-VALUE.
014310     PERFORM 7100-PRINT-KV THRU 7100-EXIT.
014320     MOVE 'FINAL BALANCE' TO KV-LABEL.
014330     MOVE CA-FINAL-BAL TO WS-ED-AMOUNT.
014340     MOVE WS-ED-AMOUNT TO KV-VALUE.
014350     PERFORM 7100-PRINT-KV THRU 7100-EXIT.
014360     MOVE CA-CLS-DATE TO WS-FMT-JUL.
014370     MOVE CA-CLS-TIME TO WS-TIME-DISP.
014380     MOVE CA-CLS-USERID TO WS-SG-USERID.
014390     MOVE CA-CLS-TRMID TO WS-SG-TRMID.
014400     PERFORM 7250-FORMAT-STAMP THRU 7250-EXIT.
014410     MOVE 'CLOSED' TO KV-LABEL.
014420     MOVE WS-STAMP-GRP TO KV-VALUE.
014430     PERFORM 7100-PRINT-KV THRU 7100-EXIT.

014440 2230-EXIT.
014450     EXIT.

014460*-----------------------------------------------------------------
014470* 2300 - RELATED PARTIES ON EACH ACCOUNT, EVERY ROLE
014480*-----------------------------------------------------------------
014490 2300-RELPARTY-SECTION.

014500     MOVE 4 TO WS-SRC-SUB.
014510     PERFORM 7000-SECTION-HEAD THRU 7000-EXIT.

014520     PERFORM 2310-ACCT-RELPARTY THRU 2310-EXIT
014530         VARYING WS-AC-SUB FROM 1 BY 1
014540         UNTIL WS-AC-SUB > WS-AC-COUNT.

014550     PERFORM 7010-SECTION-FOOT THRU 7010-EXIT.

014560 2300-EXIT.
014570     EXIT.

014580 2310-ACCT-RELPARTY.

014590     MOVE 'N' TO WS-BROWSE-SW.
014600     MOVE WS-AC-ACCTNO(WS-AC-SUB) TO RP-ACCTNO.
014610     MOVE 0 TO RP-SEQNO.
014620     START RELPARTY-FILE KEY IS NOT LESS THAN RP-KEY
014630         INVALID KEY
014640             GO TO 2310-EXIT
014650     END-START.

014660     PERFORM 2315-NEXT-RELPARTY THRU 2315-EXIT
014670         UNTIL WS-BROWSE-DONE.

014680 2310-EXIT.
014690     EXIT.

014700 2315-NEXT-RELPARTY.

014710     READ RELPARTY-FILE NEXT RECORD
014720         AT END
014730             MOVE 'Y' TO WS-BROWSE-SW
014740             GO TO 2315-EXIT
014750     END-READ.

014760     IF RP-ACCTNO NOT = WS-AC-ACCTNO(WS-AC-SUB) THEN
014770         MOVE 'Y' TO WS-BROWSE-SW
014780         GO TO 2315-EXIT
014790     END-IF.

014800     ADD 1 TO WS-SECTION-ROWS WS-SRC-COUNT(4).
014810     MOVE RP-ACCTNO TO AL-ACCTNO.
014820     WRITE PACK-LINE FROM WS-ACCT-LINE.
014830     MOVE 'PARTY ROLE' TO KV-LABEL.
014840     MOVE RP-ROLE TO KV-VALUE.
014850     PERFORM 7100-PRINT-KV THRU 7100-EXIT.
014860     MOVE RP-TITL TO WS-NG-TITL.
014870     MOVE RP-FNAME TO WS-NG-FNAME.
014880     MOVE RP-SNAME TO WS-NG-SNAME.
014890     MOVE 'NAME' TO KV-LABEL.
014900     MOVE WS-NAME-GRP TO KV-VALUE.
014910     PERFORM 7100-PRINT-KV THRU 7100-EXIT.
014920     IF RP-ADDR1 NOT = SPACES AND RP-ADDR1 NOT = LOW-VALUES THEN
014930         MOVE RP-ADDR1 TO WS-AG-ADDR1
014940         MOVE RP-ADDR2 TO WS-AG-ADDR2
014950         MOVE 'ADDRESS' TO KV-LABEL
014960         MOVE WS-ADDR-GRP TO KV-VALUE
014970         PERFORM 7100-PRINT-KV THRU 7100-EXIT
014980     END-IF.
014990     MOVE RP-ADD-DATE TO WS-FMT-JUL.
015000     MOVE RP-ADD-TIME TO WS-TIME-DISP.
015010     MOVE RP-ADD-USERID TO WS-SG-USERID.
015020     MOVE RP-ADD-TRMID TO WS-SG-TRMID.
015030     PERFORM 7250-FORMAT-STAMP THRU 7250-EXIT.
015040     MOVE 'ADDED' TO KV-LABEL.
015050     MOVE WS-STAMP-GRP TO KV-VALUE.
015060     PERFORM 7100-PRINT-KV THRU 7100-EXIT.

015070 2315-EXIT.
015080     EXIT.

015090*-----------------------------------------------------------------
015100* 2400 - LIVE CHANGE HISTORY; 2500 - THE ARCHIVED GENERATIONS
015110*-----------------------------------------------------------------
015120 2400-HISTORY-SECTION.

015130     MOVE 5 TO WS-SRC-SUB.
015140     PERFORM 7000-SECTION-HEAD THRU 7000-EXIT.

015150     PERFORM 2410-ACCT-HISTORY THRU 2410-EXIT
015160         VARYING WS-AC-SUB FROM 1 BY 1
015170         UNTIL WS-AC-SUB > WS-AC-COUNT.

015180     PERFORM 7010-SECTION-FOOT THRU 7010-EXIT.

015190 2400-EXIT.
015200     EXIT.

015210 2410-ACCT-HISTORY.

015220     MOVE 'N' TO WS-BROWSE-SW.
015230     MOVE WS-AC-ACCTNO(WS-AC-SUB) TO AH-ACCTNO.
015240     MOVE 0 TO AH-SEQNO.
015250     START ACCTHIST-FILE KEY IS NOT LESS THAN AH-KEY
015260         INVALID KEY
015270             GO TO 2410-EXIT
015280     END-START.

015290     PERFORM 2415-NEXT-HISTORY THRU 2415-EXIT
015300         UNTIL WS-BROWSE-DONE.

015310 2410-EXIT.
015320     EXIT.

015330 2415-NEXT-HISTORY.

015340     READ ACCTHIST-FILE NEXT RECORD
015350         AT END
015360             MOVE 'Y' TO WS-BROWSE-SW
015370             GO TO 2415-EXIT
015380     END-READ.

015390     IF AH-ACCTNO NOT = WS-AC-ACCTNO(WS-AC-SUB) THEN
015400         MOVE 'Y' TO WS-BROWSE-SW
015410         GO TO 2415-EXIT
015420     END-IF.

015430     ADD 1 TO WS-SECTION-ROWS WS-SRC-COUNT(5).
015440     PERFORM 2450-PRINT-HIST-ROW THRU 2450-EXIT.

015450 2415-EXIT.
015460     EXIT.

015470 2450-PRINT-HIST-ROW.

015480     MOVE AH-ACCTNO TO HL-ACCTNO.
015490     MOVE AH-SEQNO TO HL-SEQNO.
015500     MOVE AH-EVENT-TYPE TO HL-EVENT.
015510     MOVE AH-CHG-DATE TO WS-FMT-JUL.
015520     MOVE AH-CHG-TIME TO WS-TIME-DISP.
015530     MOVE AH-CHG-USERID TO WS-SG-USERID.
015540     MOVE AH-CHG-TRMID TO WS-SG-TRMID.
015550     PERFORM 7250-FORMAT-STAMP THRU 7250-EXIT.
015560     MOVE WS-STAMP-GRP TO HL-STAMP.
015570     WRITE PACK-LINE FROM WS-HIST-LINE.

015580     MOVE 'BEFORE' TO HI-LABEL.
015590     MOVE AH-TITL TO WS-NG-TITL.
015600     MOVE AH-FNAME TO WS-NG-FNAME.
015610     MOVE AH-SNAME TO WS-NG-SNAME.
015620     MOVE WS-NAME-GRP TO HI-NAME.
015630     MOVE AH-CRLIMIT TO HI-LIMIT.
015640     MOVE AH-STAT TO HI-STAT.
015650     WRITE PACK-LINE FROM WS-HIST-IMAGE1.
015660     MOVE AH-ADDR1 TO WS-AG-ADDR1.
015670     MOVE AH-ADDR2 TO WS-AG-ADDR2.
015680     MOVE WS-ADDR-GRP TO HI-ADDR.
015690     WRITE PACK-LINE FROM WS-HIST-IMAGE2.

015700     MOVE 'AFTER' TO HI-LABEL.
015710     MOVE AH-AFTER-TITL TO WS-NG-TITL.
015720     MOVE AH-AFTER-FNAME TO WS-NG-FNAME.
015730     MOVE AH-AFTER-SNAME TO WS-NG-SNAME.
015740     MOVE WS-NAME-GRP TO HI-NAME.
015750     MOVE AH-AFTER-CRLIMIT TO HI-LIMIT.
015760     MOVE AH-AFTER-STAT TO HI-STAT.
015770     WRITE PACK-LINE FROM WS-HIST-IMAGE1.
015780     MOVE AH-AFTER-ADDR1 TO WS-AG-ADDR1.
015790     MOVE AH-AFTER-ADDR2 TO WS-AG-ADDR2.
015800     MOVE WS-ADDR-GRP TO HI-ADDR.
015810     WRITE PACK-LINE FROM WS-HIST-IMAGE2.

015820 2450-EXIT.
015830     EXIT.

015840 2500-HISTARCH-SECTION.

015850     MOVE 6 TO WS-SRC-SUB.
015860     PERFORM 7000-SECTION-HEAD THRU 7000-EXIT.

015870     OPEN INPUT HISTARCH-FILE.
015880     MOVE 'N' TO WS-BROWSE-SW.
015890     PERFORM 2510-NEXT-HISTARCH THRU 2510-EXIT
015900         UNTIL WS-BROWSE-DONE.
015910     CLOSE HISTARCH-FILE.

015920     PERFORM 7010-SECTION-FOOT THRU 7010-EXIT.

015930 2500-EXIT.
015940     EXIT.

015950 2510-NEXT-HISTARCH.

015960     READ HISTARCH-FILE
015970         AT END
015980             MOVE 'Y' TO WS-BROWSE-SW
015990             GO TO 2510-EXIT
016000     END-READ.

016010     MOVE HA-ACCTNO TO WS-MATCH-ACCTNO.
016020     PERFORM 7300-MATCH-ACCOUNT THRU 7300-EXIT.
016030     IF WS-AC-FOUND-SUB = 0 THEN
016040         GO TO 2510-EXIT
016050     END-IF.

016060     ADD 1 TO WS-SECTION-ROWS WS-SRC-COUNT(6).
016070     MOVE HISTARCH-REC TO ACCTHIST-REC.
016080     PERFORM 2450-PRINT-HIST-ROW THRU 2450-EXIT.

016090 2510-EXIT.
016100     EXIT.

016110*-----------------------------------------------------------------
016120* 2600 - LIVE TRANSACTIONS WITH THEIR NARRATIVE; 2700 - THE
016130* ARCHIVED GENERATIONS (ARCHIVED ROWS KEEP NO NARRATIVE BEYOND
016140* WHAT IS STILL ON TXNNARR)
016150*-----------------------------------------------------------------
016160 2600-TXN-SECTION.

016170     MOVE 7 TO WS-SRC-SUB.
016180     PERFORM 7000-SECTION-HEAD THRU 7000-EXIT.

016190     PERFORM 2610-ACCT-TXN THRU 2610-EXIT
016200         VARYING WS-AC-SUB FROM 1 BY 1
016210         UNTIL WS-AC-SUB > WS-AC-COUNT.

016220     PERFORM 7010-SECTION-FOOT THRU 7010-EXIT.

016230 2600-EXIT.
016240     EXIT.

016250 2610-ACCT-TXN.

016260     MOVE 'N' TO WS-BROWSE-SW.
016270     MOVE WS-AC-ACCTNO(WS-AC-SUB) TO TX-ACCTNO.
016280     MOVE 0 TO TX-DATE.
016290     MOVE 0 TO TX-SEQNO.
016300     START ACCTTXN-FILE KEY IS NOT LESS THAN TX-KEY
016310         INVALID KEY
016320             GO TO 2610-EXIT
016330     END-START.

016340     PERFORM 2615-NEXT-TXN THRU 2615-EXIT
016350         UNTIL WS-BROWSE-DONE.

016360 2610-EXIT.
016370     EXIT.

016380 2615-NEXT-TXN.

016390     READ ACCTTXN-FILE NEXT RECORD
016400         AT END
016410             MOVE 'Y' TO WS-BROWSE-SW
016420             GO TO 2615-EXIT
016430     END-READ.

016440     IF TX-ACCTNO NOT = WS-AC-ACCTNO(WS-AC-SUB) THEN
016450         MOVE 'Y' TO WS-BROWSE-SW
016460         GO TO 2615-EXIT
016470     END-IF.

016480     ADD 1 TO WS-SECTION-ROWS WS-SRC-COUNT(7).
016490     PERFORM 2650-PRINT-TXN-ROW THRU 2650-EXIT.

016500 2615-EXIT.
016510     EXIT.

016520 2650-PRINT-TXN-ROW.

016530     MOVE TX-ACCTNO TO TL-ACCTNO.
016540     MOVE TX-DATE TO WS-FMT-JUL.
016550     PERFORM 7200-FORMAT-DATE THRU 7200-EXIT.
016560     MOVE WS-FMT-DISP TO TL-DATE.
016570     MOVE TX-SEQNO TO TL-SEQNO.
016580     MOVE TX-TYPE TO TL-TYPE.
016590     MOVE TX-AMOUNT TO TL-AMOUNT.
016600     MOVE TX-POST-DATE TO WS-FMT-JUL.
016610     PERFORM 7200-FORMAT-DATE THRU 7200-EXIT.
016620     MOVE WS-FMT-DISP TO TL-POST-DATE.
016630     MOVE TX-POST-JOB TO TL-POST-JOB.
016640     MOVE TX-SOURCE TO TL-SOURCE.
016650     WRITE PACK-LINE FROM WS-TXN-LINE.

016660     MOVE TX-KEY TO NR-KEY.
016670     READ TXNNARR-FILE
016680         INVALID KEY
016690             GO TO 2650-EXIT
016700     END-READ.

016710     ADD 1 TO WS-SRC-COUNT(8).
016720     MOVE NR-MERCHANT TO NL-MERCHANT.
016730     MOVE NR-CATEGORY TO NL-CATEGORY.
016740     MOVE NR-ORIG-REF TO NL-ORIG-REF.
016750     WRITE PACK-LINE FROM WS-NARR-LINE.

016760 2650-EXIT.
016770     EXIT.

016780 2700-TXNARCH-SECTION.

016790     MOVE 9 TO WS-SRC-SUB.
016800     PERFORM 7000-SECTION-HEAD THRU 7000-EXIT.

016810     OPEN INPUT TXNARCH-FILE.
016820     MOVE 'N' TO WS-BROWSE-SW.
016830     PERFORM 2710-NEXT-TXNARCH THRU 2710-EXIT
016840         UNTIL WS-BROWSE-DONE.
016850     CLOSE TXNARCH-FILE.

016860     PERFORM 7010-SECTION-FOOT THRU 7010-EXIT.

016870 2700-EXIT.
016880     EXIT.

016890 2710-NEXT-TXNARCH.

016900     READ TXNARCH-FILE
016910         AT END
016920             MOVE 'Y' TO WS-BROWSE-SW
016930             GO TO 2710-EXIT
016940     END-READ.

016950     MOVE TA-ACCTNO TO WS-MATCH-ACCTNO.
016960     PERFORM 7300-MATCH-ACCOUNT THRU 7300-EXIT.
016970     IF WS-AC-FOUND-SUB = 0 THEN
016980         GO TO 2710-EXIT
016990     END-IF.

017000     ADD 1 TO WS-SECTION-ROWS WS-SRC-COUNT(9).
017010     MOVE TXNARCH-REC TO ACCTTXN-REC.
017020     PERFORM 2650-PRINT-TXN-ROW THRU 2650-EXIT.

017030 2710-EXIT.
017040     EXIT.

017050 2800-NOTE-SECTION.

017060     MOVE 10 TO WS-SRC-SUB.
017070     PERFORM 7000-SECTION-HEAD THRU 7000-EXIT.

017080     PERFORM 2810-ACCT-NOTES THRU 2810-EXIT
017090         VARYING WS-AC-SUB FROM 1 BY 1
017100         UNTIL WS-AC-SUB > WS-AC-COUNT.

017110     PERFORM 7010-SECTION-FOOT THRU 7010-EXIT.

017120 2800-EXIT.
017130     EXIT.

017140 2810-ACCT-NOTES.

017150     MOVE 'N' TO WS-BROWSE-SW.
017160     MOVE WS-AC-ACCTNO(WS-AC-SUB) TO NT-ACCTNO.
017170     MOVE 0 TO NT-SEQNO.
017180     START ACCTNOTE-FILE KEY IS NOT LESS THAN NT-KEY
017190         INVALID KEY
017200             GO TO 2810-EXIT
017210     END-START.

017220     MOVE WS-AC-ACCTNO(WS-AC-SUB) TO AL-ACCTNO.
017230     WRITE PACK-LINE FROM WS-ACCT-LINE.

017240     PERFORM 2815-NEXT-NOTE THRU 2815-EXIT
017250         UNTIL WS-BROWSE-DONE.

017260 2810-EXIT.
017270     EXIT.

017280 2815-NEXT-NOTE.

017290     READ ACCTNOTE-FILE NEXT RECORD
017300         AT END
017310             MOVE 'Y' TO WS-BROWSE-SW
017320             GO TO 2815-EXIT
017330     END-READ.

017340     IF NT-ACCTNO NOT = WS-AC-ACCTNO(WS-AC-SUB) THEN
017350         MOVE 'Y' TO WS-BROWSE-SW
017360         GO TO 2815-EXIT
017370     END-IF.

017380     ADD 1 TO WS-SECTION-ROWS WS-SRC-COUNT(10).
017390     MOVE NT-NOTE-DATE TO WS-FMT-JUL.
017400     PERFORM 7200-FORMAT-DATE THRU 7200-EXIT.
017410     MOVE WS-FMT-DISP TO NTL-DATE.
017420     MOVE NT-NOTE-USERID TO NTL-USERID.
017430     MOVE NT-TEXT TO NTL-TEXT.
017440     WRITE PACK-LINE FROM WS-NOTE-LINE.

017450 2815-EXIT.
017460     EXIT.

017470 2900-CYCLE-SECTION.

017480     MOVE 11 TO WS-SRC-SUB.
017490     PERFORM 7000-SECTION-HEAD THRU 7000-EXIT.

017500     PERFORM 2910-ACCT-CYCLES THRU 2910-EXIT
017510         VARYING WS-AC-SUB FROM 1 BY 1
017520         UNTIL WS-AC-SUB > WS-AC-COUNT.

017530     PERFORM 7010-SECTION-FOOT THRU 7010-EXIT.

017540 2900-EXIT.
017550     EXIT.

017560 2910-ACCT-CYCLES.

017570     MOVE 'N' TO WS-BROWSE-SW.
017580     MOVE WS-AC-ACCTNO(WS-AC-SUB) TO CY-ACCTNO.
017590     MOVE 0 TO CY-PERIOD.
017600     START CYCLE-FILE KEY IS NOT LESS THAN CY-KEY
017610         INVALID KEY
017620             GO TO 2910-EXIT
017630     END-START.

017640     MOVE WS-AC-ACCTNO(WS-AC-SUB) TO AL-ACCTNO.
017650     WRITE PACK-LINE FROM WS-ACCT-LINE.

017660     PERFORM 2915-NEXT-CYCLE THRU 2915-EXIT
017670         UNTIL WS-BROWSE-DONE.

017680 2910-EXIT.
017690     EXIT.

017700 2915-NEXT-CYCLE.

017710     READ CYCLE-FILE NEXT RECORD
017720         AT END
017730             MOVE 'Y' TO WS-BROWSE-SW
017740             GO TO 2915-EXIT
017750     END-READ.

017760     IF CY-ACCTNO NOT = WS-AC-ACCTNO(WS-AC-SUB) THEN
017770         MOVE 'Y' TO WS-BROWSE-SW
017780         GO TO 2915-EXIT
017790     END-IF.

017800     ADD 1 TO WS-SECTION-ROWS WS-SRC-COUNT(11).
017810     MOVE CY-PERIOD TO CL-PERIOD.
017820     MOVE CY-STMT-DATE TO WS-FMT-JUL.
017830     PERFORM 7200-FORMAT-DATE THRU 7200-EXIT.
017840     MOVE WS-FMT-DISP TO CL-STMT-DATE.
017850     MOVE CY-CLOSE-BAL TO CL-CLOSE-BAL.
017860     MOVE CY-MIN-PAYMENT TO CL-MIN-PAY.
017870     MOVE CY-DUE-DATE TO WS-FMT-JUL.
017880     PERFORM 7200-FORMAT-DATE THRU 7200-EXIT.
017890     MOVE WS-FMT-DISP TO CL-DUE-DATE.
017900     MOVE CY-PAID-FLAG TO CL-PAID-FLAG.
017910     MOVE CY-PAID-DATE TO WS-FMT-JUL.
017920     PERFORM 7200-FORMAT-DATE THRU 7200-EXIT.
017930     MOVE WS-FMT-DISP TO CL-PAID-DATE.
017940     WRITE PACK-LINE FROM WS-CYCLE-LINE.

017950 2915-EXIT.
017960     EXIT.

017970*-----------------------------------------------------------------
017980* 3000 - THE COLLECTIONS WORK ITEM, ONE PER ACCOUNT AT MOST
017990*-----------------------------------------------------------------
018000 3000-WORKLIST-SECTION.

018010     MOVE 12 TO WS-SRC-SUB.
018020     PERFORM 7000-SECTION-HEAD THRU 7000-EXIT.

018030     PERFORM 3010-ACCT-WORKLIST THRU 3010-EXIT
018040         VARYING WS-AC-SUB FROM 1 BY 1
018050         UNTIL WS-AC-SUB > WS-AC-COUNT.

018060     PERFORM 7010-SECTION-FOOT THRU 7010-EXIT.

018070 3000-EXIT.
018080     EXIT.

018090 3010-ACCT-WORKLIST.

018100     MOVE WS-AC-ACCTNO(WS-AC-SUB) TO WL-ACCTNO.
018110     READ WORKLIST-FILE
018120         INVALID KEY
018130             GO TO 3010-EXIT
018140     END-READ.

018150     ADD 1 TO WS-SECTION-ROWS WS-SRC-COUNT(12).
018160     MOVE WL-ACCTNO TO AL-ACCTNO.
018170     WRITE PACK-LINE FROM WS-ACCT-LINE.
018180     MOVE WL-LOADED-DATE TO WS-FMT-JUL.
018190     PERFORM 7200-FORMAT-DATE THRU 7200-EXIT.
018200     MOVE 'LOADED' TO KV-LABEL.
018210     MOVE WS-FMT-DISP TO KV-VALUE.
018220     PERFORM 7100-PRINT-KV THRU 7100-EXIT.
018230     MOVE 'SEVERITY' TO KV-LABEL.
018240     MOVE WL-SEVERITY TO KV-VALUE.
018250     PERFORM 7100-PRINT-KV THRU 7100-EXIT.
018260     MOVE 'DISPOSITION' TO KV-LABEL.
018270     MOVE WL-DISPOSITION TO KV-VALUE.
018280     PERFORM 7100-PRINT-KV THRU 7100-EXIT.
018290     MOVE 'COLLECTOR' TO KV-LABEL.
018300     MOVE WL-COLLECTOR TO KV-VALUE.
018310     PERFORM 7100-PRINT-KV THRU 7100-EXIT.
018320     MOVE WL-FOLLOWUP-DATE TO WS-FMT-JUL.
018330     PERFORM 7200-FORMAT-DATE THRU 7200-EXIT.
018340     MOVE 'FOLLOW UP' TO KV-LABEL.
018350     MOVE WS-FMT-DISP TO KV-VALUE.
018360     PERFORM 7100-PRINT-KV THRU 7100-EXIT.
018370     MOVE WL-PROMISE-DATE TO WS-FMT-JUL.
018380     PERFORM 7200-FORMAT-DATE THRU 7200-EXIT.
018390     MOVE WL-PROMISE-AMT TO WS-ED-AMOUNT.
018400     MOVE 'PROMISE TO PAY' TO KV-LABEL.
018410     MOVE SPACES TO KV-VALUE.
018420     MOVE WS-ED-AMOUNT TO KV-VALUE(1:14).
018430     MOVE 'BY' TO KV-VALUE(16:2).
018440     MOVE WS-FMT-DISP TO KV-VALUE(19:10).
018450     MOVE WL-PROMISE-FLAG TO KV-VALUE(31:1).
018460     PERFORM 7100-PRINT-KV THRU 7100-EXIT.
018470     MOVE WL-WRK-DATE TO WS-FMT-JUL.
018480     MOVE WL-WRK-TIME TO WS-TIME-DISP.
018490     MOVE WL-WRK-USERID TO WS-SG-USERID.
018500     MOVE WL-WRK-TRMID TO WS-SG-TRMID.
018510     PERFORM 7250-FORMAT-STAMP THRU 7250-EXIT.
018520     MOVE 'LAST WORKED' TO KV-LABEL.
018530     MOVE WS-STAMP-GRP TO KV-VALUE.
018540     PERFORM 7100-PRINT-KV THRU 7100-EXIT.

018550 3010-EXIT.
018560     EXIT.

018570*-----------------------------------------------------------------
018580* 3100 - APPLICATIONS, READ END TO END. AN APPLICATION BELONGS
018590* TO THE PERSON BY ITS ACCOUNT NUMBER, OR BY SURNAME AND FIRST
018600* ADDRESS LINE FOR ONE THAT NEVER BECAME AN ACCOUNT
018610*-----------------------------------------------------------------
018620 3100-PENDAPP-SECTION.

018630     MOVE 13 TO WS-SRC-SUB.
018640     PERFORM 7000-SECTION-HEAD THRU 7000-EXIT.

018650     OPEN INPUT PENDAPP-FILE.
018660     MOVE 'N' TO WS-BROWSE-SW.
018670     PERFORM 3110-NEXT-PENDAPP THRU 3110-EXIT
018680         UNTIL WS-BROWSE-DONE.
018690     CLOSE PENDAPP-FILE.

018700     PERFORM 7010-SECTION-FOOT THRU 7010-EXIT.

018710 3100-EXIT.
018720     EXIT.

018730 3110-NEXT-PENDAPP.

018740     READ PENDAPP-FILE NEXT RECORD
018750         AT END
018760             MOVE 'Y' TO WS-BROWSE-SW
018770             GO TO 3110-EXIT
018780     END-READ.

018790     MOVE AP-ACCTNO TO WS-MATCH-ACCTNO.
018800     PERFORM 7300-MATCH-ACCOUNT THRU 7300-EXIT.
018810     IF WS-AC-FOUND-SUB = 0 THEN
018820         IF WS-MATCH-SNAME = SPACES OR
018830            AP-SNAME NOT = WS-MATCH-SNAME OR
018840            AP-ADDR1 NOT = WS-MATCH-ADDR1 THEN
018850             GO TO 3110-EXIT
018860         END-IF
018870     END-IF.

018880     ADD 1 TO WS-SECTION-ROWS WS-SRC-COUNT(13).
018890     MOVE 'APPLICATION' TO KV-LABEL.
018900     MOVE SPACES TO KV-VALUE.
018910     MOVE AP-APPLID TO KV-VALUE(1:8).
018920     MOVE 'STATUS' TO KV-VALUE(11:6).
018930     MOVE AP-STATUS TO KV-VALUE(18:1).
018940     MOVE 'ACCOUNT' TO KV-VALUE(21:7).
018950     MOVE AP-ACCTNO TO KV-VALUE(29:9).
018960     PERFORM 7100-PRINT-KV THRU 7100-EXIT.
018970     MOVE AP-TITL TO WS-NG-TITL.
018980     MOVE AP-FNAME TO WS-NG-FNAME.
018990     MOVE AP-SNAME TO WS-NG-SNAME.
019000     MOVE 'NAME' TO KV-LABEL.
019010     MOVE WS-NAME-GRP TO KV-VALUE.
019020     PERFORM 7100-PRINT-KV THRU 7100-EXIT.
019030     MOVE 'FORMER SURNAME' TO KV-LABEL.
019040     MOVE AP-FORMER-SNAME TO KV-VALUE.
019050     PERFORM 7100-PRINT-KV THRU 7100-EXIT.
019060     MOVE AP-ADDR1 TO WS-AG-ADDR1.
019070     MOVE AP-ADDR2 TO WS-AG-ADDR2.
019080     MOVE 'ADDRESS' TO KV-LABEL.
019090     MOVE WS-ADDR-GRP TO KV-VALUE.
019100     PERFORM 7100-PRINT-KV THRU 7100-EXIT.
019110     MOVE AP-MAIL-ADDR1 TO WS-AG-ADDR1.
019120     MOVE AP-MAIL-ADDR2 TO WS-AG-ADDR2.
019130     MOVE 'MAILING ADDRESS' TO KV-LABEL.
019140     MOVE WS-ADDR-GRP TO KV-VALUE.
019150     PERFORM 7100-PRINT-KV THRU 7100-EXIT.
019160     MOVE 'PHONE' TO KV-LABEL.
019170     MOVE AP-PHONE TO KV-VALUE.
019180     PERFORM 7100-PRINT-KV THRU 7100-EXIT.
019190     MOVE 'EMAIL' TO KV-LABEL.
019200     MOVE AP-EMAIL TO KV-VALUE.
019210     PERFORM 7100-PRINT-KV THRU 7100-EXIT.
019220     MOVE 'LIMIT APPLIED FOR' TO KV-LABEL.
019230     MOVE AP-CRLIMIT TO WS-ED-AMOUNT.
019240     MOVE WS-ED-AMOUNT TO KV-VALUE.
019250     PERFORM 7100-PRINT-KV THRU 7100-EXIT.
019260     MOVE 'BRANCH' TO KV-LABEL.
019270     MOVE AP-BRANCH TO KV-VALUE.
019280     PERFORM 7100-PRINT-KV THRU 7100-EXIT.
019290     MOVE AP-CAP-DATE TO WS-FMT-JUL.
019300     MOVE AP-CAP-TIME TO WS-TIME-DISP.
019310     MOVE AP-CAP-USERID TO WS-SG-USERID.
019320     MOVE AP-CAP-TRMID TO WS-SG-TRMID.
019330     PERFORM 7250-FORMAT-STAMP THRU 7250-EXIT.
019340     MOVE 'CAPTURED' TO KV-LABEL.
019350     MOVE WS-STAMP-GRP TO KV-VALUE.
019360     PERFORM 7100-PRINT-KV THRU 7100-EXIT.
019370     MOVE AP-VET-DATE TO WS-FMT-JUL.
019380     MOVE AP-VET-TIME TO WS-TIME-DISP.
019390     MOVE AP-VET-USERID TO WS-SG-USERID.
019400     MOVE AP-VET-TRMID TO WS-SG-TRMID.
019410     PERFORM 7250-FORMAT-STAMP THRU 7250-EXIT.
019420     MOVE 'DECIDED' TO KV-LABEL.
019430     MOVE WS-STAMP-GRP TO KV-VALUE.
019440     PERFORM 7100-PRINT-KV THRU 7100-EXIT.
019450     MOVE 'DECISION REASON' TO KV-LABEL.
019460     MOVE AP-VET-REASON TO KV-VALUE.
019470     PERFORM 7100-PRINT-KV THRU 7100-EXIT.

019480 3110-EXIT.
019490     EXIT.

019500*-----------------------------------------------------------------
019510* 3200 - DIRECT DEBIT MANDATES, BANK DETAILS MASKED TO THE LAST
019520* TWO DIGITS OF THE SORT CODE AND FOUR OF THE ACCOUNT
019530*-----------------------------------------------------------------
019540 3200-MANDATE-SECTION.

019550     MOVE 14 TO WS-SRC-SUB.
019560     PERFORM 7000-SECTION-HEAD THRU 7000-EXIT.

019570     PERFORM 3210-ACCT-MANDATE THRU 3210-EXIT
019580         VARYING WS-AC-SUB FROM 1 BY 1
019590         UNTIL WS-AC-SUB > WS-AC-COUNT.

019600     PERFORM 7010-SECTION-FOOT THRU 7010-EXIT.

019610 3200-EXIT.
019620     EXIT.

019630 3210-ACCT-MANDATE.

019640     MOVE WS-AC-ACCTNO(WS-AC-SUB) TO DM-ACCTNO.
019650     READ MANDATE-FILE
019660         INVALID KEY
019670             GO TO 3210-EXIT
019680     END-READ.

019690     ADD 1 TO WS-SECTION-ROWS WS-SRC-COUNT(14).
019700     MOVE DM-ACCTNO TO AL-ACCTNO.
019710     WRITE PACK-LINE FROM WS-ACCT-LINE.
019720     MOVE DM-SORT-CODE TO WS-SORT-CODE.
019730     MOVE DM-BANK-ACCT TO WS-BANK-ACCT.
019740     MOVE WS-SORT-LAST2 TO WS-MB-SORT.
019750     MOVE WS-BANK-LAST4 TO WS-MB-ACCT.
019760     MOVE 'BANK ACCOUNT' TO KV-LABEL.
019770     MOVE WS-MASKED-BANK TO KV-VALUE.
019780     PERFORM 7100-PRINT-KV THRU 7100-EXIT.
019790     MOVE 'MANDATE STATUS' TO KV-LABEL.
019800     MOVE DM-STATUS TO KV-VALUE.
019810     PERFORM 7100-PRINT-KV THRU 7100-EXIT.
019820     MOVE 'FAILED COLLECTIONS' TO KV-LABEL.
019830     MOVE DM-FAIL-COUNT TO KV-VALUE.
019840     PERFORM 7100-PRINT-KV THRU 7100-EXIT.
019850     MOVE DM-SETUP-DATE TO WS-FMT-JUL.
019860     PERFORM 7200-FORMAT-DATE THRU 7200-EXIT.
019870     MOVE 'SET UP' TO KV-LABEL.
019880     MOVE WS-FMT-DISP TO KV-VALUE.
019890     PERFORM 7100-PRINT-KV THRU 7100-EXIT.

019900 3210-EXIT.
019910     EXIT.

019920 3300-COMPLAINT-SECTION.

019930     MOVE 15 TO WS-SRC-SUB.
019940     PERFORM 7000-SECTION-HEAD THRU 7000-EXIT.

019950     PERFORM 3310-ACCT-COMPLAINTS THRU 3310-EXIT
019960         VARYING WS-AC-SUB FROM 1 BY 1
019970         UNTIL WS-AC-SUB > WS-AC-COUNT.

019980     PERFORM 7010-SECTION-FOOT THRU 7010-EXIT.

019990 3300-EXIT.
020000     EXIT.

020010 3310-ACCT-COMPLAINTS.

020020     MOVE 'N' TO WS-BROWSE-SW.
020030     MOVE WS-AC-ACCTNO(WS-AC-SUB) TO CP-ACCTNO.
020040     MOVE 0 TO CP-SEQNO.
020050     START COMPLAINT-FILE KEY IS NOT LESS THAN CP-KEY
020060         INVALID KEY
020070             GO TO 3310-EXIT
020080     END-START.

020090     PERFORM 3315-NEXT-COMPLAINT THRU 3315-EXIT
020100         UNTIL WS-BROWSE-DONE.

020110 3310-EXIT.
020120     EXIT.

020130 3315-NEXT-COMPLAINT.

020140     READ COMPLAINT-FILE NEXT RECORD
020150         AT END
020160             MOVE 'Y' TO WS-BROWSE-SW
020170             GO TO 3315-EXIT
020180     END-READ.

020190     IF CP-ACCTNO NOT = WS-AC-ACCTNO(WS-AC-SUB) THEN
020200         MOVE 'Y' TO WS-BROWSE-SW
020210         GO TO 3315-EXIT
020220     END-IF.

020230     ADD 1 TO WS-SECTION-ROWS WS-SRC-COUNT(15).
020240     MOVE CP-ACCTNO TO AL-ACCTNO.
020250     WRITE PACK-LINE FROM WS-ACCT-LINE.
020260     MOVE 'COMPLAINT' TO KV-LABEL.
020270     MOVE SPACES TO KV-VALUE.
020280     MOVE CP-SEQNO TO WS-ED-COUNT.
020290     MOVE WS-ED-COUNT TO KV-VALUE(1:10).
020300     MOVE 'CATEGORY' TO KV-VALUE(12:8).
020310     MOVE CP-CATEGORY TO KV-VALUE(21:2).
020320     MOVE 'STATUS' TO KV-VALUE(25:6).
020330     MOVE CP-STATUS TO KV-VALUE(32:1).
020340     PERFORM 7100-PRINT-KV THRU 7100-EXIT.
020350     MOVE 'SUMMARY' TO KV-LABEL.
020360     MOVE CP-SUMMARY TO KV-VALUE.
020370     PERFORM 7100-PRINT-KV THRU 7100-EXIT.
020380     MOVE CP-RECEIVED-DATE TO WS-FMT-JUL.
020390     PERFORM 7200-FORMAT-DATE THRU 7200-EXIT.
020400     MOVE 'RECEIVED' TO KV-LABEL.
020410     MOVE WS-FMT-DISP TO KV-VALUE.
020420     PERFORM 7100-PRINT-KV THRU 7100-EXIT.
020430     MOVE 'HANDLER' TO KV-LABEL.
020440     MOVE CP-HANDLER TO KV-VALUE.
020450     PERFORM 7100-PRINT-KV THRU 7100-EXIT.
020460     MOVE CP-CLOSED-DATE TO WS-FMT-JUL.
020470     PERFORM 7200-FORMAT-DATE THRU 7200-EXIT.
020480     MOVE 'CLOSED' TO KV-LABEL.
020490     MOVE SPACES TO KV-VALUE.
020500     MOVE WS-FMT-DISP TO KV-VALUE(1:10).
020510     MOVE 'ROOT CAUSE' TO KV-VALUE(12:10).
020520     MOVE CP-ROOT-CAUSE TO KV-VALUE(23:2).
020530     PERFORM 7100-PRINT-KV THRU 7100-EXIT.
020540     MOVE 'REDRESS' TO KV-LABEL.
020550     MOVE CP-REDRESS-AMOUNT TO WS-ED-AMOUNT.
020560     MOVE WS-ED-AMOUNT TO KV-VALUE.
020570     PERFORM 7100-PRINT-KV THRU 7100-EXIT.

020580 3315-EXIT.
020590     EXIT.

020600*-----------------------------------------------------------------
020610* 3400 - EVERY LOOK AT A SENSITIVE ACCOUNT OF THE PERSON'S, FROM
020620* THE RETAINED ACCQEXT DRAINS
020630*-----------------------------------------------------------------
020640 3400-ACCQ-SECTION.

020650     MOVE 16 TO WS-SRC-SUB.
020660     PERFORM 7000-SECTION-HEAD THRU 7000-EXIT.

020670     OPEN INPUT ACCQ-FILE.
020680     MOVE 'N' TO WS-BROWSE-SW.
020690     PERFORM 3410-NEXT-ACCQ THRU 3410-EXIT
020700         UNTIL WS-BROWSE-DONE.
020710     CLOSE ACCQ-FILE.

020720     PERFORM 7010-SECTION-FOOT THRU 7010-EXIT.

020730 3400-EXIT.
020740     EXIT.

020750 3410-NEXT-ACCQ.

020760     READ ACCQ-FILE
020770         AT END
020780             MOVE 'Y' TO WS-BROWSE-SW
020790             GO TO 3410-EXIT
020800     END-READ.

020810     MOVE AQ-ACCTNO TO WS-MATCH-ACCTNO.
020820     PERFORM 7300-MATCH-ACCOUNT THRU 7300-EXIT.
020830     IF WS-AC-FOUND-SUB = 0 THEN
020840         GO TO 3410-EXIT
020850     END-IF.

020860     ADD 1 TO WS-SECTION-ROWS WS-SRC-COUNT(16).
020870     MOVE AQ-ACCTNO TO QL-ACCTNO.
020880     MOVE AQ-DATE TO WS-FMT-JUL.
020890     PERFORM 7200-FORMAT-DATE THRU 7200-EXIT.
020900     MOVE WS-FMT-DISP TO QL-DATE.
020910     MOVE AQ-TIME TO QL-TIME.
020920     MOVE AQ-USERID TO QL-USERID.
020930     MOVE AQ-TRMID TO QL-TRMID.
020940     MOVE AQ-OPID TO QL-OPID.
020950     EVALUATE AQ-SOURCE
020960         WHEN 'I'
020970             MOVE 'INQUIRY' TO QL-VIA
020980         WHEN 'B'
020990             MOVE 'BROWSE' TO QL-VIA
021000         WHEN 'W'
021010             MOVE 'WEB SERVICE' TO QL-VIA
021020         WHEN OTHER
021030             MOVE AQ-SOURCE TO QL-VIA
021040     END-EVALUATE.
021050     WRITE PACK-LINE FROM WS-ACCQ-LINE.

021060 3410-EXIT.
021070     EXIT.

021080*-----------------------------------------------------------------
021090* 3450 - INCOME AND EXPENDITURE. THE CUSTOMER'S OWN ROW WHEN
021100* THEY ARE ON CUSTMAST, THEN ANY ROW STILL HELD UNDER ONE OF
021110* THEIR ACCOUNT NUMBERS (TAKEN BEFORE THE ACCOUNT WAS LINKED,
021120* OR AT APPLICATION)
021130*-----------------------------------------------------------------
021140 3450-INCEXP-SECTION.

021150     MOVE 17 TO WS-SRC-SUB.
021160     PERFORM 7000-SECTION-HEAD THRU 7000-EXIT.

021170     IF WS-CUST-ID > 0 THEN
021180         MOVE 'C' TO IE-SUBJ-TYPE
021190         MOVE SPACES TO IE-SUBJ-ID
021200         MOVE WS-CUST-ID TO IE-SUBJ-ID(1:8)
021210         PERFORM 3460-READ-INCEXP THRU 3460-EXIT
021220     END-IF.

021230     PERFORM 3455-ACCT-INCEXP THRU 3455-EXIT
021240         VARYING WS-AC-SUB FROM 1 BY 1
021250         UNTIL WS-AC-SUB > WS-AC-COUNT.

021260     PERFORM 7010-SECTION-FOOT THRU 7010-EXIT.

021270 3450-EXIT.
021280     EXIT.

021290 3455-ACCT-INCEXP.

021300     MOVE 'A' TO IE-SUBJ-TYPE.
021310     MOVE WS-AC-ACCTNO(WS-AC-SUB) TO IE-SUBJ-ID.
021320     PERFORM 3460-READ-INCEXP THRU 3460-EXIT.

021330 3455-EXIT.
021340     EXIT.

021350 3460-READ-INCEXP.

021360     READ INCEXP-FILE
021370         INVALID KEY
021380             GO TO 3460-EXIT
021390     END-READ.

021400     ADD 1 TO WS-SECTION-ROWS WS-SRC-COUNT(17).
021410     MOVE 'HELD UNDER' TO KV-LABEL.
021420     MOVE SPACES TO KV-VALUE.
021430     IF IE-SUBJ-TYPE = 'C' THEN
021440         MOVE 'CUSTOMER' TO KV-VALUE(1:8)
021450     ELSE
021460         MOVE 'ACCOUNT' TO KV-VALUE(1:7)
021470     END-IF.
021480     MOVE IE-SUBJ-ID TO KV-VALUE(10:9).
021490     PERFORM 7100-PRINT-KV THRU 7100-EXIT.
021500     MOVE IE-DATE TO WS-FMT-JUL.
021510     PERFORM 7200-FORMAT-DATE THRU 7200-EXIT.
021520     MOVE 'TAKEN' TO KV-LABEL.
021530     MOVE SPACES TO KV-VALUE.
021540     MOVE WS-FMT-DISP TO KV-VALUE(1:10).
021550     MOVE 'BY' TO KV-VALUE(12:2).
021560     MOVE IE-CAP-OPID TO KV-VALUE(15:3).
021570     MOVE IE-CAP-USERID TO KV-VALUE(19:8).
021580     MOVE IE-CAP-TRMID TO KV-VALUE(28:4).
021590     PERFORM 7100-PRINT-KV THRU 7100-EXIT.

021600     MOVE 'SALARY' TO KV-LABEL.
021610     MOVE IE-INC-SALARY TO WS-ED-AMOUNT.
021620     PERFORM 3470-PRINT-IE-AMOUNT THRU 3470-EXIT.
021630     MOVE 'BENEFITS' TO KV-LABEL.
021640     MOVE IE-INC-BENEFITS TO WS-ED-AMOUNT.
021650     PERFORM 3470-PRINT-IE-AMOUNT THRU 3470-EXIT.
021660     MOVE 'PENSION' TO KV-LABEL.
021670     MOVE IE-INC-PENSION TO WS-ED-AMOUNT.
021680     PERFORM 3470-PRINT-IE-AMOUNT THRU 3470-EXIT.
021690     MOVE 'OTHER INCOME' TO KV-LABEL.
021700     MOVE IE-INC-OTHER TO WS-ED-AMOUNT.
021710     PERFORM 3470-PRINT-IE-AMOUNT THRU 3470-EXIT.
021720     MOVE 'TOTAL INCOME' TO KV-LABEL.
021730     MOVE IE-TOTAL-INCOME TO WS-ED-AMOUNT.
021740     PERFORM 3470-PRINT-IE-AMOUNT THRU 3470-EXIT.
021750     MOVE 'RENT OR MORTGAGE' TO KV-LABEL.
021760     MOVE IE-EXP-HOUSING TO WS-ED-AMOUNT.
021770     PERFORM 3470-PRINT-IE-AMOUNT THRU 3470-EXIT.
021780     MOVE 'COUNCIL TAX' TO KV-LABEL.
021790     MOVE IE-EXP-COUNCIL TO WS-ED-AMOUNT.
021800     PERFORM 3470-PRINT-IE-AMOUNT THRU 3470-EXIT.
021810     MOVE 'UTILITIES' TO KV-LABEL.
021820     MOVE IE-EXP-UTILITIES TO WS-ED-AMOUNT.
021830     PERFORM 3470-PRINT-IE-AMOUNT THRU 3470-EXIT.
021840     MOVE 'FOOD AND HOUSEKEEP' TO KV-LABEL.
021850     MOVE IE-EXP-FOOD TO WS-ED-AMOUNT.
021860     PERFORM 3470-PRINT-IE-AMOUNT THRU 3470-EXIT.
021870     MOVE 'TRANSPORT' TO KV-LABEL.
021880     MOVE IE-EXP-TRANSPORT TO WS-ED-AMOUNT.
021890     PERFORM 3470-PRINT-IE-AMOUNT THRU 3470-EXIT.
021900     MOVE 'CHILDCARE' TO KV-LABEL.
021910     MOVE IE-EXP-CHILDCARE TO WS-ED-AMOUNT.
021920     PERFORM 3470-PRINT-IE-AMOUNT THRU 3470-EXIT.
021930     MOVE 'OTHER CREDITORS' TO KV-LABEL.
021940     MOVE IE-EXP-CREDIT TO WS-ED-AMOUNT.
021950     PERFORM 3470-PRINT-IE-AMOUNT THRU 3470-EXIT.
021960     MOVE 'OTHER SPENDING' TO KV-LABEL.
021970     MOVE IE-EXP-OTHER TO WS-ED-AMOUNT.
021980     PERFORM 3470-PRINT-IE-AMOUNT THRU 3470-EXIT.
021990     MOVE 'TOTAL SPENDING' TO KV-LABEL.
022000     MOVE IE-TOTAL-EXPEND TO WS-ED-AMOUNT.
022010     PERFORM 3470-PRINT-IE-AMOUNT THRU 3470-EXIT.
022020     MOVE 'DISPOSABLE INCOME' TO KV-LABEL.
022030     MOVE IE-DISPOSABLE TO WS-ED-AMOUNT.
022040     PERFORM 3470-PRINT-IE-AMOUNT THRU 3470-EXIT.

022050 3460-EXIT.
022060     EXIT.

022070 3470-PRINT-IE-AMOUNT.

022080     MOVE SPACES TO KV-VALUE.
022090     MOVE WS-ED-AMOUNT TO KV-VALUE(1:14).
022100     PERFORM 7100-PRINT-KV THRU 7100-EXIT.

022110 3470-EXIT.
022120     EXIT.

022130*-----------------------------------------------------------------
022140* 3480 - INSOLVENCY CASES, ONE PER ACCOUNT AT MOST - THE CASE,
022150* ITS PRACTITIONER, THE CLAIM AND WHAT HAS BEEN PAID ON IT
022160*-----------------------------------------------------------------
022170 3480-INSOLV-SECTION.

022180     MOVE 18 TO WS-SRC-SUB.
022190     PERFORM 7000-SECTION-HEAD THRU 7000-EXIT.

022200     PERFORM 3485-READ-INSOLV THRU 3485-EXIT
022210         VARYING WS-AC-SUB FROM 1 BY 1
022220         UNTIL WS-AC-SUB > WS-AC-COUNT.

022230     PERFORM 7010-SECTION-FOOT THRU 7010-EXIT.

022240 3480-EXIT.
022250     EXIT.

022260 3485-READ-INSOLV.

022270     MOVE WS-AC-ACCTNO(WS-AC-SUB) TO IV-ACCTNO.
022280     READ INSOLV-FILE
022290         INVALID KEY
022300             GO TO 3485-EXIT
022310     END-READ.

022320     ADD 1 TO WS-SECTION-ROWS WS-SRC-COUNT(18).
022330     MOVE 'ACCOUNT' TO KV-LABEL.
022340     MOVE IV-ACCTNO TO KV-VALUE.
022350     PERFORM 7100-PRINT-KV THRU 7100-EXIT.
022360     MOVE 'CASE TYPE' TO KV-LABEL.
022370     IF IV-TYPE-BANKRUPTCY THEN
022380         MOVE 'BANKRUPTCY' TO KV-VALUE
022390     ELSE IF IV-TYPE-IVA THEN
022400         MOVE 'INDIVIDUAL VOLUNTARY ARRANGEMENT' TO KV-VALUE
022410     ELSE
022420         MOVE 'DEBT RELIEF ORDER' TO KV-VALUE
022430         END-IF
022440     END-IF.
022450     PERFORM 7100-PRINT-KV THRU 7100-EXIT.
022460     MOVE 'STATUS' TO KV-LABEL.
022470     IF IV-ACTIVE THEN
022480         MOVE 'ACTIVE' TO KV-VALUE
022490     ELSE
022500         MOVE 'DISCHARGED' TO KV-VALUE
022510     END-IF.
022520     PERFORM 7100-PRINT-KV THRU 7100-EXIT.
022530     MOVE IV-NOTIFY-DATE TO WS-FMT-JUL.
022540     PERFORM 7200-FORMAT-DATE THRU 7200-EXIT.
022550     MOVE 'NOTIFIED' TO KV-LABEL.
022560     MOVE WS-FMT-DISP TO KV-VALUE.
022570     PERFORM 7100-PRINT-KV THRU 7100-EXIT.
022580     MOVE 'CASE REFERENCE' TO KV-LABEL.
022590     MOVE IV-CLAIM-REF TO KV-VALUE.
022600     PERFORM 7100-PRINT-KV THRU 7100-EXIT.
022610     MOVE 'PRACTITIONER' TO KV-LABEL.
022620     MOVE IV-PRAC-NAME TO KV-VALUE.
022630     PERFORM 7100-PRINT-KV THRU 7100-EXIT.
022640     MOVE 'ADDRESS' TO KV-LABEL.
022650     MOVE IV-PRAC-ADDR1 TO KV-VALUE.
022660     PERFORM 7100-PRINT-KV THRU 7100-EXIT.
022670     MOVE SPACES TO KV-LABEL.
022680     MOVE IV-PRAC-ADDR2 TO KV-VALUE.
022690     PERFORM 7100-PRINT-KV THRU 7100-EXIT.
022700     MOVE SPACES TO KV-LABEL.
022710     MOVE IV-PRAC-ADDR3 TO KV-VALUE.
022720     PERFORM 7100-PRINT-KV THRU 7100-EXIT.
022730     MOVE 'CLAIM' TO KV-LABEL.
022740     MOVE IV-CLAIM-AMT TO WS-ED-AMOUNT.
022750     PERFORM 3470-PRINT-IE-AMOUNT THRU 3470-EXIT.
022760     MOVE IV-CLAIM-SENT-DATE TO WS-FMT-JUL.
022770     PERFORM 7200-FORMAT-DATE THRU 7200-EXIT.
022780     MOVE 'CLAIM SENT' TO KV-LABEL.
022790     MOVE WS-FMT-DISP TO KV-VALUE.
022800     PERFORM 7100-PRINT-KV THRU 7100-EXIT.
022810     MOVE 'DIVIDENDS' TO KV-LABEL.
022820     MOVE IV-DIVIDEND-AMT TO WS-ED-AMOUNT.
022830     PERFORM 3470-PRINT-IE-AMOUNT THRU 3470-EXIT.
022840     MOVE IV-DISCHARGE-DATE TO WS-FMT-JUL.
022850     PERFORM 7200-FORMAT-DATE THRU 7200-EXIT.
022860     MOVE 'DISCHARGED' TO KV-LABEL.
022870     MOVE WS-FMT-DISP TO KV-VALUE.
022880     PERFORM 7100-PRINT-KV THRU 7100-EXIT.
022890     MOVE 'RESIDUE' TO KV-LABEL.
022900     MOVE IV-RESIDUE-AMT TO WS-ED-AMOUNT.
022910     PERFORM 3470-PRINT-IE-AMOUNT THRU 3470-EXIT.
022920     MOVE IV-REC-DATE TO WS-FMT-JUL.
022930     MOVE IV-REC-TIME TO WS-TIME-DISP.
022940     MOVE IV-REC-USERID TO WS-SG-USERID.
022950     MOVE IV-REC-TRMID TO WS-SG-TRMID.
022960     PERFORM 7250-FORMAT-STAMP THRU 7250-EXIT.
022970     MOVE 'RECORDED' TO KV-LABEL.
022980     MOVE WS-STAMP-GRP TO KV-VALUE.
022990     PERFORM 7100-PRINT-KV THRU 7100-EXIT.

023000 3485-EXIT.
023010     EXIT.
023020*-----------------------------------------------------------------
023030* 3490 - COLLECTION AGENCY PLACEMENTS, ONE PER ACCOUNT AT MOST -
023040* WHICH AGENCY THE DEBT WENT TO, WHEN, AND WHAT IT HAS COLLECTED
023050*-----------------------------------------------------------------
023060 3490-PLACEMNT-SECTION.

023070     MOVE 19 TO WS-SRC-SUB.
023080     PERFORM 7000-SECTION-HEAD THRU 7000-EXIT.

023090     PERFORM 3495-READ-PLACEMNT THRU 3495-EXIT
023100         VARYING WS-AC-SUB FROM 1 BY 1
023110         UNTIL WS-AC-SUB > WS-AC-COUNT.

023120     PERFORM 7010-SECTION-FOOT THRU 7010-EXIT.

023130 3490-EXIT.
023140     EXIT.

023150 3495-READ-PLACEMNT.

023160     MOVE WS-AC-ACCTNO(WS-AC-SUB) TO PM-ACCTNO.
023170     READ PLACEMNT-FILE
023180         INVALID KEY
023190             GO TO 3495-EXIT
023200     END-READ.

023210     ADD 1 TO WS-SECTION-ROWS WS-SRC-COUNT(19).
023220     MOVE 'ACCOUNT' TO KV-LABEL.
023230     MOVE PM-ACCTNO TO KV-VALUE.
023240     PERFORM 7100-PRINT-KV THRU 7100-EXIT.
023250     MOVE 'AGENCY' TO KV-LABEL.
023260     MOVE PM-AGENCY TO KV-VALUE.
023270     PERFORM 7100-PRINT-KV THRU 7100-EXIT.
023280     MOVE PM-PLACED-DATE TO WS-FMT-JUL.
023290     PERFORM 7200-FORMAT-DATE THRU 7200-EXIT.
023300     MOVE 'PLACED' TO KV-LABEL.
023310     MOVE WS-FMT-DISP TO KV-VALUE.
023320     PERFORM 7100-PRINT-KV THRU 7100-EXIT.
023330     MOVE 'BALANCE PLACED' TO KV-LABEL.
023340     MOVE PM-PLACED-AMT TO WS-ED-AMOUNT.
023350     PERFORM 3470-PRINT-IE-AMOUNT THRU 3470-EXIT.
023360     MOVE 'COLLECTED' TO KV-LABEL.
023370     MOVE PM-RECOVERED-AMT TO WS-ED-AMOUNT.
023380     PERFORM 3470-PRINT-IE-AMOUNT THRU 3470-EXIT.
023390     MOVE PM-LAST-RCV-DATE TO WS-FMT-JUL.
023400     PERFORM 7200-FORMAT-DATE THRU 7200-EXIT.
023410     MOVE 'LAST COLLECTED' TO KV-LABEL.
023420     MOVE WS-FMT-DISP TO KV-VALUE.
023430     PERFORM 7100-PRINT-KV THRU 7100-EXIT.
023440     MOVE 'STATUS' TO KV-LABEL.
023450     IF PM-PLACED THEN
023460         MOVE 'WITH THE AGENCY' TO KV-VALUE
023470     ELSE IF PM-RCL-NO-RECOVERY THEN
023480         MOVE 'RECALLED - NO RECOVERY' TO KV-VALUE
023490     ELSE IF PM-RCL-CLEARED THEN
023500         MOVE 'RECALLED - DEBT CLEARED' TO KV-VALUE
023510     ELSE IF PM-RCL-CLOSED THEN
023520         MOVE 'RECALLED - WRITTEN OFF' TO KV-VALUE
023530     ELSE
023540         MOVE 'RECALLED - INSOLVENCY' TO KV-VALUE
023550             END-IF
023560           END-IF
023570         END-IF
023580     END-IF.
023590     PERFORM 7100-PRINT-KV THRU 7100-EXIT.
023600     MOVE PM-RECALL-DATE TO WS-FMT-JUL.
023610     PERFORM 7200-FORMAT-DATE THRU 7200-EXIT.
023620     MOVE 'RECALLED' TO KV-LABEL.
023630     MOVE WS-FMT-DISP TO KV-VALUE.
023640     PERFORM 7100-PRINT-KV THRU 7100-EXIT.

023650 3495-EXIT.
023660     EXIT.

023670*-----------------------------------------------------------------
023680* 3497 - THE WORK ITEM HISTORY, ONE LINE PER CHANGE IN THE ORDER
023690* IT WAS MADE - WHEN, BY WHOM, WHAT, AND THE DISPOSITION AND
023700* COLLECTOR IT LEFT ON THE ITEM
023710*-----------------------------------------------------------------
023720 3497-WLHIST-SECTION.

023730     MOVE 20 TO WS-SRC-SUB.
023740     PERFORM 7000-SECTION-HEAD THRU 7000-EXIT.

023750     PERFORM 3498-ACCT-WLHIST THRU 3498-EXIT
023760         VARYING WS-AC-SUB FROM 1 BY 1
023770         UNTIL WS-AC-SUB > WS-AC-COUNT.

023780     PERFORM 7010-SECTION-FOOT THRU 7010-EXIT.

023790 3497-EXIT.
023800     EXIT.

023810 3498-ACCT-WLHIST.

023820     MOVE 'N' TO WS-BROWSE-SW.
023830     MOVE WS-AC-ACCTNO(WS-AC-SUB) TO WH-ACCTNO.
023840     MOVE 0 TO WH-DATE WH-TIME WH-SEQNO.
023850     START WLHIST-FILE KEY IS NOT LESS THAN WH-KEY
023860         INVALID KEY
023870             GO TO 3498-EXIT
023880     END-START.

023890     MOVE WS-AC-ACCTNO(WS-AC-SUB) TO AL-ACCTNO.
023900     WRITE PACK-LINE FROM WS-ACCT-LINE.

023910     PERFORM 3499-NEXT-WLHIST THRU 3499-EXIT
023920         UNTIL WS-BROWSE-DONE.

023930 3498-EXIT.
023940     EXIT.

023950 3499-NEXT-WLHIST.

023960     READ WLHIST-FILE NEXT RECORD
023970         AT END
023980             MOVE 'Y' TO WS-BROWSE-SW
023990             GO TO 3499-EXIT
024000     END-READ.

024010     IF WH-ACCTNO NOT = WS-AC-ACCTNO(WS-AC-SUB) THEN
024020         MOVE 'Y' TO WS-BROWSE-SW
024030         GO TO 3499-EXIT
024040     END-IF.

024050     ADD 1 TO WS-SECTION-ROWS WS-SRC-COUNT(20).
024060     MOVE WH-DATE TO WS-FMT-JUL.
024070     PERFORM 7200-FORMAT-DATE THRU 7200-EXIT.
024080     MOVE WS-FMT-DISP TO WHL-DATE.
024090     MOVE WH-USERID TO WHL-USERID.
024100     IF WH-EV-LOADED THEN
024110         MOVE 'LOADED' TO WHL-EVENT
024120     ELSE IF WH-EV-DISPOSITION THEN
024130         MOVE 'DISPOSITION' TO WHL-EVENT
024140     ELSE IF WH-EV-PROMISE THEN
024150         MOVE 'PROMISE TAKEN' TO WHL-EVENT
024160     ELSE IF WH-EV-REASSIGNED THEN
024170         MOVE 'REASSIGNED' TO WHL-EVENT
024180     ELSE IF WH-EV-PROMISE-KEPT THEN
024190         MOVE 'PROMISE KEPT' TO WHL-EVENT
024200     ELSE IF WH-EV-PROMISE-BROKEN THEN
024210         MOVE 'PROMISE BROKEN' TO WHL-EVENT
024220     ELSE IF WH-EV-CURED THEN
024230         MOVE 'BACK TO PAID' TO WHL-EVENT
024240     ELSE IF WH-EV-CHARGED-OFF THEN
024250         MOVE 'CHARGED OFF' TO WHL-EVENT
024260     ELSE
024270         MOVE 'CLOSED' TO WHL-EVENT
024280                       END-IF
024290                     END-IF
024300                   END-IF
024310                 END-IF
024320               END-IF
024330             END-IF
024340           END-IF
024350         END-IF.
024360     MOVE WH-DISPOSITION TO WHL-DISP.
024370     MOVE WH-COLLECTOR TO WHL-COLL.
024380     WRITE PACK-LINE FROM WS-WLHIST-LINE.

024390 3499-EXIT.
024400     EXIT.

024410*-----------------------------------------------------------------
024420* 3430 - SKIP-TRACE REQUESTS, ONE LINE PER WEEKLY BATCH THE
024430* ACCOUNT WENT OUT IN - THE DATE SENT, HOW IT ENDED, THE
024440* AGENCY'S OWN REFERENCE AND THE ADDRESS IT GAVE BACK
024450*-----------------------------------------------------------------
024460 3430-TRACE-SECTION.

024470     MOVE 21 TO WS-SRC-SUB.
024480     PERFORM 7000-SECTION-HEAD THRU 7000-EXIT.

024490     PERFORM 3435-ACCT-TRACE THRU 3435-EXIT
024500         VARYING WS-AC-SUB FROM 1 BY 1
024510         UNTIL WS-AC-SUB > WS-AC-COUNT.

024520     PERFORM 7010-SECTION-FOOT THRU 7010-EXIT.

024530 3430-EXIT.
024540     EXIT.

024550 3435-ACCT-TRACE.

024560     MOVE 'N' TO WS-BROWSE-SW.
024570     MOVE WS-AC-ACCTNO(WS-AC-SUB) TO TR-ACCTNO.
024580     MOVE 0 TO TR-BATCH-DATE.
024590     START TRACEADR-FILE KEY IS NOT LESS THAN TR-KEY
024600         INVALID KEY
024610             GO TO 3435-EXIT
024620     END-START.

024630     MOVE WS-AC-ACCTNO(WS-AC-SUB) TO AL-ACCTNO.
024640     WRITE PACK-LINE FROM WS-ACCT-LINE.

024650     PERFORM 3440-NEXT-TRACE THRU 3440-EXIT
024660         UNTIL WS-BROWSE-DONE.

024670 3435-EXIT.
024680     EXIT.

024690 3440-NEXT-TRACE.

024700     READ TRACEADR-FILE NEXT RECORD
024710         AT END
024720             MOVE 'Y' TO WS-BROWSE-SW
024730             GO TO 3440-EXIT
024740     END-READ.

024750     IF TR-ACCTNO NOT = WS-AC-ACCTNO(WS-AC-SUB) THEN
024760         MOVE 'Y' TO WS-BROWSE-SW
024770         GO TO 3440-EXIT
024780     END-IF.

024790     ADD 1 TO WS-SECTION-ROWS WS-SRC-COUNT(21).
024800     MOVE TR-BATCH-DATE TO WS-FMT-JUL.
024810     PERFORM 7200-FORMAT-DATE THRU 7200-EXIT.
024820     MOVE WS-FMT-DISP TO TRL-DATE.
024830     IF TR-SENT THEN
024840         MOVE 'SENT' TO TRL-STATUS
024850     ELSE IF TR-NO-TRACE THEN
024860         MOVE 'NO TRACE' TO TRL-STATUS
024870     ELSE IF TR-PROPOSED THEN
024880         MOVE 'PROPOSED' TO TRL-STATUS
024890     ELSE IF TR-CONFIRMED THEN
024900         MOVE 'CONFIRMED' TO TRL-STATUS
024910     ELSE IF TR-REJECTED THEN
024920         MOVE 'REJECTED' TO TRL-STATUS
024930     ELSE IF TR-SUPERSEDED THEN
024940         MOVE 'SUPERSEDED' TO TRL-STATUS
024950     ELSE
024960         MOVE 'EXPIRED' TO TRL-STATUS
024970                   END-IF
024980                 END-IF
024990               END-IF
025000             END-IF
025010           END-IF
025020         END-IF.
025030     MOVE TR-AGENCY-REF TO TRL-REF.
025040     MOVE TR-NEW-ADDR1 TO TRL-ADDR1.
025050     MOVE TR-NEW-ADDR2 TO TRL-ADDR2.
025060     WRITE PACK-LINE FROM WS-TRACE-LINE.

025070 3440-EXIT.
025080     EXIT.

025090*-----------------------------------------------------------------
025100* 3420 - THE PERSISTENT DEBT REVIEW, ONE BLOCK PER ACCOUNT - THE
025110* STAGE REACHED, WHEN EACH LETTER WENT, THE LATEST 18-MONTH
025120* MEASURE AND ANY REPAYMENT PLAN PROPOSED
025130*-----------------------------------------------------------------
025140 3420-PERSDEBT-SECTION.

025150     MOVE 22 TO WS-SRC-SUB.
025160     PERFORM 7000-SECTION-HEAD THRU 7000-EXIT.

025170     PERFORM 3425-READ-PERSDEBT THRU 3425-EXIT
025180         VARYING WS-AC-SUB FROM 1 BY 1
025190         UNTIL WS-AC-SUB > WS-AC-COUNT.

025200     PERFORM 7010-SECTION-FOOT THRU 7010-EXIT.

025210 3420-EXIT.
025220     EXIT.

025230 3425-READ-PERSDEBT.

025240     MOVE WS-AC-ACCTNO(WS-AC-SUB) TO PD-ACCTNO.
025250     READ PERSDEBT-FILE
025260         INVALID KEY
025270             GO TO 3425-EXIT
025280     END-READ.

025290     ADD 1 TO WS-SECTION-ROWS WS-SRC-COUNT(22).
025300     MOVE 'ACCOUNT' TO KV-LABEL.
025310     MOVE PD-ACCTNO TO KV-VALUE.
025320     PERFORM 7100-PRINT-KV THRU 7100-EXIT.
025330     MOVE 'STAGE' TO KV-LABEL.
025340     IF PD-STAGE-18 THEN
025350         MOVE '18-MONTH LETTER SENT' TO KV-VALUE
025360     ELSE IF PD-STAGE-27 THEN
025370         MOVE '27-MONTH LETTER SENT' TO KV-VALUE
025380     ELSE IF PD-STAGE-36 THEN
025390         MOVE 'REPAYMENT PLAN PROPOSED' TO KV-VALUE
025400     ELSE IF PD-PLAN-TAKEN THEN
025410         MOVE 'ENDED - REPAYMENT PLAN AGREED' TO KV-VALUE
025420     ELSE IF PD-SUSPENDED THEN
025430         MOVE 'ENDED - CARD SUSPENDED' TO KV-VALUE
025440     ELSE
025450         MOVE 'ENDED' TO KV-VALUE
025460               END-IF
025470             END-IF
025480           END-IF
025490         END-IF
025500     END-IF.
025510     PERFORM 7100-PRINT-KV THRU 7100-EXIT.
025520     MOVE 'FIRST FOUND' TO KV-LABEL.
025530     MOVE PD-START-PERIOD TO KV-VALUE.
025540     PERFORM 7100-PRINT-KV THRU 7100-EXIT.
025550     MOVE PD-PD18-DATE TO WS-FMT-JUL.
025560     PERFORM 7200-FORMAT-DATE THRU 7200-EXIT.
025570     MOVE '18-MONTH LETTER' TO KV-LABEL.
025580     MOVE WS-FMT-DISP TO KV-VALUE.
025590     PERFORM 7100-PRINT-KV THRU 7100-EXIT.
025600     MOVE PD-PD27-DATE TO WS-FMT-JUL.
025610     PERFORM 7200-FORMAT-DATE THRU 7200-EXIT.
025620     MOVE '27-MONTH LETTER' TO KV-LABEL.
025630     MOVE WS-FMT-DISP TO KV-VALUE.
025640     PERFORM 7100-PRINT-KV THRU 7100-EXIT.
025650     MOVE PD-PD36-DATE TO WS-FMT-JUL.
025660     PERFORM 7200-FORMAT-DATE THRU 7200-EXIT.
025670     MOVE 'PLAN PROPOSED' TO KV-LABEL.
025680     MOVE WS-FMT-DISP TO KV-VALUE.
025690     PERFORM 7100-PRINT-KV THRU 7100-EXIT.
025700     MOVE 'LAST MEASURED' TO KV-LABEL.
025710     MOVE PD-LAST-PERIOD TO KV-VALUE.
025720     PERFORM 7100-PRINT-KV THRU 7100-EXIT.
025730     MOVE 'INTEREST AND FEES' TO KV-LABEL.
025740     MOVE PD-LAST-CHARGES TO WS-ED-AMOUNT.
025750     PERFORM 3470-PRINT-IE-AMOUNT THRU 3470-EXIT.
025760     MOVE 'PAYMENTS' TO KV-LABEL.
025770     MOVE PD-LAST-PAID TO WS-ED-AMOUNT.
025780     PERFORM 3470-PRINT-IE-AMOUNT THRU 3470-EXIT.
025790     MOVE 'PRINCIPAL REPAID' TO KV-LABEL.
025800     MOVE PD-LAST-PRINCIPAL TO WS-ED-AMOUNT.
025810     PERFORM 3470-PRINT-IE-AMOUNT THRU 3470-EXIT.
025820     IF PD-PLAN-MONTHS > 0 THEN
025830         MOVE 'PLAN MONTHLY' TO KV-LABEL
025840         MOVE PD-PLAN-AMT TO WS-ED-AMOUNT
025850         PERFORM 3470-PRINT-IE-AMOUNT THRU 3470-EXIT
025860         MOVE PD-RESPOND-BY TO WS-FMT-JUL
025870         PERFORM 7200-FORMAT-DATE THRU 7200-EXIT
025880         MOVE 'RESPOND BY' TO KV-LABEL
025890         MOVE WS-FMT-DISP TO KV-VALUE
025900         PERFORM 7100-PRINT-KV THRU 7100-EXIT
025910     END-IF.
025920     MOVE PD-CLOSED-DATE TO WS-FMT-JUL.
025930     PERFORM 7200-FORMAT-DATE THRU 7200-EXIT.
025940     MOVE 'ENDED' TO KV-LABEL.
025950     MOVE WS-FMT-DISP TO KV-VALUE.
025960     PERFORM 7100-PRINT-KV THRU 7100-EXIT.

025970 3425-EXIT.
025980     EXIT.

025990*-----------------------------------------------------------------
026000* 3412 - THE CORRESPONDENCE LOG, ONE LINE PER LETTER OR
026010* STATEMENT IN THE ORDER IT WAS PRODUCED - WHEN, WHAT, HOW IT
026020* WENT, WHETHER IT WAS HELD BACK AND WHY, AND THE ADDRESS OR
026030* E-MAIL IT WAS SENT TO
026040*-----------------------------------------------------------------
026050 3412-CORRLOG-SECTION.

026060     MOVE 23 TO WS-SRC-SUB.
026070     PERFORM 7000-SECTION-HEAD THRU 7000-EXIT.

026080     PERFORM 3414-ACCT-CORRLOG THRU 3414-EXIT
026090         VARYING WS-AC-SUB FROM 1 BY 1
026100         UNTIL WS-AC-SUB > WS-AC-COUNT.

026110     PERFORM 7010-SECTION-FOOT THRU 7010-EXIT.

026120 3412-EXIT.
026130     EXIT.

026140 3414-ACCT-CORRLOG.

026150     MOVE 'N' TO WS-BROWSE-SW.
026160     MOVE WS-AC-ACCTNO(WS-AC-SUB) TO CG-ACCTNO.
026170     MOVE 0 TO CG-RUN-DATE CG-RUN-TIME CG-SEQNO.
026180     START CORRLOG-FILE KEY IS NOT LESS THAN CG-KEY
026190         INVALID KEY
026200             GO TO 3414-EXIT
026210     END-START.

026220     MOVE WS-AC-ACCTNO(WS-AC-SUB) TO AL-ACCTNO.
026230     WRITE PACK-LINE FROM WS-ACCT-LINE.

026240     PERFORM 3416-NEXT-CORRLOG THRU 3416-EXIT
026250         UNTIL WS-BROWSE-DONE.

026260 3414-EXIT.
026270     EXIT.

026280 3416-NEXT-CORRLOG.

026290     READ CORRLOG-FILE NEXT RECORD
026300         AT END
026310             MOVE 'Y' TO WS-BROWSE-SW
026320             GO TO 3416-EXIT
026330     END-READ.

026340     IF CG-ACCTNO NOT = WS-AC-ACCTNO(WS-AC-SUB) THEN
026350         MOVE 'Y' TO WS-BROWSE-SW
026360         GO TO 3416-EXIT
026370     END-IF.

026380     ADD 1 TO WS-SECTION-ROWS WS-SRC-COUNT(23).
026390     MOVE CG-RUN-DATE TO WS-FMT-JUL.
026400     PERFORM 7200-FORMAT-DATE THRU 7200-EXIT.
026410     MOVE WS-FMT-DISP TO CGL-DATE.
026420     MOVE CG-DOC-TYPE TO CGL-TYPE.
026430     MOVE CG-DOC-REF TO CGL-REF.
026440     IF CG-CHANNEL-EMAIL THEN
026450         MOVE 'EMAIL' TO CGL-CHANNEL
026460         MOVE CG-EMAIL TO CGL-TO
026470     ELSE
026480         MOVE 'POST' TO CGL-CHANNEL
026490         MOVE CG-ADDR1 TO CGL-TO
026500     END-IF.
026510     IF CG-SUPPRESSED THEN
026520         MOVE 'HELD-' TO CGL-STATUS
026530         MOVE CG-SUPP-REASON TO CGL-STATUS(6:1)
026540     ELSE
026550         MOVE 'SENT' TO CGL-STATUS
026560     END-IF.
026570     WRITE PACK-LINE FROM WS-CORR-LINE.

026580*    A TEMPLATED LETTER NAMES THE WORDING IT WENT OUT WITH
026590     IF CG-TMPL-ID NOT = SPACES THEN
026600         MOVE CG-TMPL-ID TO CTL-TMPL-ID
026610         MOVE CG-TMPL-VER TO CTL-TMPL-VER
026620         WRITE PACK-LINE FROM WS-CORR-TMPL-LINE
026630     END-IF.

026640 3416-EXIT.
026650     EXIT.

026660*-----------------------------------------------------------------
026670* 3500-CONTROL-PAGE - THE ROWS TAKEN FROM EACH SOURCE, SO THE
026680* PACK CAN BE SHOWN TO BE COMPLETE
026690*-----------------------------------------------------------------
026700 3500-CONTROL-PAGE.

026710     MOVE SPACES TO PACK-LINE.
026720     WRITE PACK-LINE.
026730     MOVE 'CONTROL PAGE - ROWS BY SOURCE' TO SL-TITLE.
026740     WRITE PACK-LINE FROM WS-SECTION-LINE.

026750     MOVE 'ACCOUNTS COVERED' TO CTL-SOURCE.
026760     MOVE WS-AC-COUNT TO CTL-COUNT.
026770     WRITE PACK-LINE FROM WS-CONTROL-LINE.
026780     IF WS-AC-DROPPED > 0 THEN
026790         MOVE 'ACCOUNTS NOT COVERED - OVER 50' TO CTL-SOURCE
026800         MOVE WS-AC-DROPPED TO CTL-COUNT
026810         WRITE PACK-LINE FROM WS-CONTROL-LINE
026820     END-IF.
026830     MOVE SPACES TO PACK-LINE.
026840     WRITE PACK-LINE.

026850     MOVE 0 TO WS-TOTAL-ROWS.
026860     PERFORM 3510-CONTROL-LINE THRU 3510-EXIT
026870         VARYING WS-SRC-SUB FROM 1 BY 1
026880         UNTIL WS-SRC-SUB > WS-SRC-MAX.

026890     MOVE 'TOTAL ROWS' TO CTL-SOURCE.
026900     MOVE WS-TOTAL-ROWS TO CTL-COUNT.
026910     WRITE PACK-LINE FROM WS-CONTROL-LINE.

026920 3500-EXIT.
026930     EXIT.

026940 3510-CONTROL-LINE.

026950     MOVE WS-SRC-NAME(WS-SRC-SUB) TO CTL-SOURCE.
026960     MOVE WS-SRC-COUNT(WS-SRC-SUB) TO CTL-COUNT.
026970     WRITE PACK-LINE FROM WS-CONTROL-LINE.
026980     ADD WS-SRC-COUNT(WS-SRC-SUB) TO WS-TOTAL-ROWS.

026990 3510-EXIT.
027000     EXIT.

027010*-----------------------------------------------------------------
027020* 7000/7010 OPEN AND CLOSE A SECTION - THE SOURCE NAME AS ITS
027030* TITLE, AND "NONE HELD" WHEN NOTHING WAS FOUND
027040*-----------------------------------------------------------------
027050 7000-SECTION-HEAD.

027060     MOVE 0 TO WS-SECTION-ROWS.
027070     MOVE SPACES TO PACK-LINE.
027080     WRITE PACK-LINE.
027090     MOVE WS-SRC-NAME(WS-SRC-SUB) TO SL-TITLE.
027100     WRITE PACK-LINE FROM WS-SECTION-LINE.

027110 7000-EXIT.
027120     EXIT.

027130 7010-SECTION-FOOT.

027140     IF WS-SECTION-ROWS = 0 THEN
027150         WRITE PACK-LINE FROM WS-NONE-LINE
027160     END-IF.

027170 7010-EXIT.
027180     EXIT.

027190 7100-PRINT-KV.

027200     WRITE PACK-LINE FROM WS-KV-LINE.
027210     MOVE SPACES TO KV-LABEL KV-VALUE.

027220 7100-EXIT.
027230     EXIT.

027240 7200-FORMAT-DATE.

027250     MOVE SPACES TO WS-FMT-DISP.
027260     IF WS-FMT-JUL NOT > 0 THEN
027270         GO TO 7200-EXIT
027280     END-IF.

027290     MOVE 'J2G' TO DP-FUNCTION.
027300     MOVE WS-FMT-JUL TO DP-JULIAN.
027310     CALL 'DCI8BDAT' USING DATEPARM.
027320     IF NOT DP-RC-GOOD THEN
027330         GO TO 7200-EXIT
027340     END-IF.

027350     MOVE DP-GREGORIAN TO WS-FMT-GREG.
027360     MOVE WS-FMT-DD TO WS-FMT-D-DD.
027370     MOVE '/' TO WS-FMT-D-SL1.
027380     MOVE WS-FMT-MM TO WS-FMT-D-MM.
027390     MOVE '/' TO WS-FMT-D-SL2.
027400     MOVE WS-FMT-YYYY TO WS-FMT-D-YYYY.

027410 7200-EXIT.
027420     EXIT.

027430*-----------------------------------------------------------------
027440* 7250-FORMAT-STAMP - DATE (WS-FMT-JUL), TIME, USERID AND
027450* TERMINAL INTO ONE WHO/WHEN FIELD
027460*-----------------------------------------------------------------
027470 7250-FORMAT-STAMP.

027480     PERFORM 7200-FORMAT-DATE THRU 7200-EXIT.
027490     MOVE WS-FMT-DISP TO WS-SG-DATE.
027500     MOVE WS-TIME-DISP TO WS-SG-TIME.

027510 7250-EXIT.
027520     EXIT.

027530*-----------------------------------------------------------------
027540* 7300-MATCH-ACCOUNT - WS-AC-FOUND-SUB IS THE TABLE ROW FOR
027550* WS-MATCH-ACCTNO, OR ZERO WHEN IT IS NOT ONE OF THE PERSON'S
027560*-----------------------------------------------------------------
027570 7300-MATCH-ACCOUNT.

027580     MOVE 0 TO WS-AC-FOUND-SUB.
027590     PERFORM 7310-COMPARE-ACCOUNT THRU 7310-EXIT
027600         VARYING WS-AC-SUB FROM 1 BY 1
027610         UNTIL WS-AC-SUB > WS-AC-COUNT
027620            OR WS-AC-FOUND-SUB > 0.

027630 7300-EXIT.
027640     EXIT.

027650 7310-COMPARE-ACCOUNT.

027660     IF WS-AC-ACCTNO(WS-AC-SUB) = WS-MATCH-ACCTNO THEN
027670         MOVE WS-AC-SUB TO WS-AC-FOUND-SUB
027680     END-IF.

027690 7310-EXIT.
027700     EXIT.

027710 9000-TERMINATE.

027720     DISPLAY 'DCI8BDSR - SUBJECT ACCESS REQUEST PACK'.
027730     DISPLAY 'CASE REFERENCE   : ' WS-CASE-REF.
027740     DISPLAY 'CUSTOMER ID      : ' WS-CUST-ID.
027750     DISPLAY 'ACCOUNTS COVERED : ' WS-AC-COUNT.
027760     DISPLAY 'ROWS IN PACK     : ' WS-TOTAL-ROWS.

027770     CLOSE CUSTMAST-FILE.
027780     CLOSE CUSTACCT.
027790     CLOSE ACCTFILE.
027800     CLOSE CLOSEACCT-FILE.
027810     CLOSE RELPARTY-FILE.
027820     CLOSE ACCTHIST-FILE.
027830     CLOSE ACCTTXN-FILE.
027840     CLOSE TXNNARR-FILE.
027850     CLOSE ACCTNOTE-FILE.
027860     CLOSE CYCLE-FILE.
027870     CLOSE WORKLIST-FILE.
027880     CLOSE MANDATE-FILE.
027890     CLOSE COMPLAINT-FILE.
027900     CLOSE INCEXP-FILE.
027910     CLOSE INSOLV-FILE.
027920     CLOSE PLACEMNT-FILE.
027930     CLOSE WLHIST-FILE.
027940     CLOSE TRACEADR-FILE.
027950     CLOSE PERSDEBT-FILE.
027960     CLOSE CORRLOG-FILE.
027970     CLOSE PACK-FILE.

027980 9000-EXIT.
027990     EXIT.

028000*-----------------------------------------------------------------
028010* 8100/8200 WRITE THIS RUN'S START AND END ROWS TO THE COMMON
028020* RUN JOURNAL - OPENED EXTEND AND CLOSED AROUND EACH ROW SO AN
028030* ABEND IN THE BODY OF THE JOB NEVER LOSES THE START ROW
028040*-----------------------------------------------------------------
028050 8100-WRITE-JRNL-START.

028060*    A PREDECESSOR NOT YET ENDED CLEAN TODAY (JOBDEPS) STOPS
028070*    THE RUN HERE, BEFORE IT HAS TOUCHED ANYTHING
028080     MOVE 'DCI8BDSR' TO JG-JOBNAME.
028090     CALL 'DCI8BJGT' USING JOBGATE.
028100     IF JG-RC-BLOCKED THEN
028110         MOVE JG-BLOCKED-RC TO RETURN-CODE
028120         STOP RUN
028130     END-IF.

028140     MOVE 'DCI8BDSR' TO JR-JOBNAME.
028150     MOVE 'S' TO JR-ROW-TYPE.
028160     MOVE 0 TO JR-READ-COUNT JR-WRITTEN-COUNT
028170         JR-REJECTED-COUNT.
028180     MOVE SPACE TO JR-STATUS.
028190     PERFORM 8300-STAMP-AND-WRITE THRU 8300-EXIT.

028200 8100-EXIT.
028210     EXIT.

028220 8200-WRITE-JRNL-END.

028230     MOVE 'DCI8BDSR' TO JR-JOBNAME.
028240     MOVE 'E' TO JR-ROW-TYPE.
028250     MOVE WS-AC-COUNT TO JR-READ-COUNT.
028260     MOVE WS-TOTAL-ROWS TO JR-WRITTEN-COUNT.
028270     MOVE WS-AC-DROPPED TO JR-REJECTED-COUNT.
028280     IF WS-PARM-OK THEN
028290         MOVE 'G' TO JR-STATUS
028300     ELSE
028310         MOVE 'F' TO JR-STATUS
028320     END-IF.
028330     PERFORM 8300-STAMP-AND-WRITE THRU 8300-EXIT.

028340 8200-EXIT.
028350     EXIT.

028360 8300-STAMP-AND-WRITE.

028370     ACCEPT JR-DATE FROM DAY YYYYDDD.
028380     ACCEPT WS-JRNL-TIME-RAW FROM TIME.
028390     MOVE WS-JRNL-TIME-RAW(1:6) TO JR-TIME.

028400     OPEN EXTEND JOURNAL-FILE.
028410     WRITE JR-REC.
028420     CLOSE JOURNAL-FILE.

028430 8300-EXIT.
028440     EXIT.

028450 END PROGRAM DCI8BDSR.
