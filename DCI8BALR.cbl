000010*****************************************************************
000020* DCI8BALR - DAILY CUSTOMER ALERTS BY SMS AND E-MAIL
000030*****************************************************************
000040 IDENTIFICATION DIVISION.
000050 PROGRAM-ID. DCI8BALR.
000060 AUTHOR. AMAR AL-ADIL.
000070 INSTALLATION. DCI DATA CENTER.
000080 DATE-WRITTEN. 15-OCT-2026.
000090 DATE-COMPILED.
000100*****************************************************************
000110* MODIFICATION HISTORY
000120*-----------------------------------------------------------------
000130* DATE       BY   DESCRIPTION
000140* ---------- ---- ------------------------------------------------
000150* 2026-10-15 AA   INITIAL VERSION - PAYMENT, PAYMENT-DUE, 90% OF
000160*                 LIMIT, OVER-LIMIT AND DIRECT DEBIT RETURN ALERTS
000170*                 TO THE MESSAGING GATEWAY
000180*-----------------------------------------------------------------
000190*****************************************************************
000200* RUN NIGHTLY AFTER THE POSTING RUN (DCI8BPST) AND THE DIRECT
000210* DEBIT RETURN IMPORT (DCI8BDDR). EVERY ACCOUNT WITH AN ALERTPRF
000220* ROW (THE OPT-INS KEPT ON DCI8DPHP) IS LOOKED AT, AND FOR EACH
000230* ALERT TYPE THE CUSTOMER HAS ASKED FOR THE DAY'S EVENTS ARE -
000240*   DDRETURN  - A DIRECT DEBIT RETURN REVERSED BY DCI8BDDR TODAY
000250*               (THE RESERVED 8006 DEBIT)
000260*   OVERLIMIT - THE BALANCE NOW OVER CRLIMIT WHEN IT WAS NOT AT
000270*               THE LAST RUN
000280*   DUE       - THE NEWEST UNPAID BILLCYCL MINIMUM WHOSE DUE DATE
000290*               IS WITHIN THE NEXT FIVE BUSINESS DAYS (DCI8BDAT
000300*               'BDA'), WITH THE PAYMENTS MADE SINCE THE STATEMENT
000310*               SHORT OF IT - SENT ONCE PER STATEMENT PERIOD, FOR
000320*               THE AMOUNT STILL TO PAY
000330*   PAYMENT   - EACH PAYMENT POSTED TODAY - A CREDIT FROM THE FEED
000340*               OR THE ONLINE SCREENS, NOT A RESERVED SYSTEM
000350*               CREDIT OR A REVERSAL OFFSET
000360*   UTIL      - THE BALANCE NOW AT OR ABOVE 90% OF CRLIMIT WHEN IT
000370*               WAS BELOW AT THE LAST RUN
000380* AND THEY ARE SENT IN THAT ORDER, UP TO THE ACCTCTL 'ALRTCAP'
000390* ALERTS AN ACCOUNT A DAY (DEFAULT 3, 1-10 ACCEPTED) - ANY OVER
000400* THE CAP ARE COUNTED, NOT SENT. THE BALANCE'S STANDING AGAINST
000410* THE LIMIT IS KEPT ON THE ROW EVERY RUN, SO A CUSTOMER WHO OPTS
000420* IN LATER IS NOT TOLD ABOUT AN OLD CROSSING.
000430*
000440* THE ALERT GOES BY E-MAIL TO A CONTACT-PREF 'E' CUSTOMER WITH AN
000450* E-MAIL ADDRESS ON FILE, OTHERWISE BY SMS TO THE PHONE NUMBER,
000460* OTHERWISE BY E-MAIL IF THAT IS ALL THERE IS; AN ACCOUNT WITH
000470* NEITHER GETS NOTHING AND IS COUNTED. A DECEASED ESTATE NEVER
000480* GETS AN ALERT. ALERTS ARE SERVICE MESSAGES, NOT MARKETING, SO
000490* CONTACT-PREF 'N' DOES NOT STOP THEM.
000500*
000510* THE GATEWAY FILE ALRTOUT CARRIES A HDR ROW, ONE DTL ROW PER
000520* ALERT (CHANNEL, PHONE OR E-MAIL ADDRESS, ACCOUNT, TYPE, AMOUNT,
000530* EVENT DATE AND THE MESSAGE TEXT) AND A TRL ROW WITH THE COUNT.
000540* DATES ON IT ARE YYYYMMDD. THE RUN DATE IS STAMPED ON EACH ROW,
000550* SO A RERUN THE SAME DAY SENDS NOTHING TWICE
000560*****************************************************************

000570 ENVIRONMENT DIVISION.
000580 CONFIGURATION SECTION.
000590 SOURCE-COMPUTER. IBM-370.
000600 OBJECT-COMPUTER. IBM-370.

000610 INPUT-OUTPUT SECTION.
000620 FILE-CONTROL.

000630     SELECT ALERTPRF-FILE ASSIGN TO ALERTPRF
000640         ORGANIZATION IS INDEXED
000650         ACCESS MODE IS SEQUENTIAL
000660         RECORD KEY IS MG-ACCTNO
000670         FILE STATUS IS WS-ALERTPRF-STATUS.

000680     SELECT ACCTFILE ASSIGN TO ACCTFILE
000690         ORGANIZATION IS INDEXED
000700         ACCESS MODE IS RANDOM
000710         RECORD KEY IS AF-ACCTKEY
000720         FILE STATUS IS WS-ACCTFILE-STATUS.

000730     SELECT ACCTTXN-FILE ASSIGN TO ACCTTXN
000740         ORGANIZATION IS INDEXED
000750         ACCESS MODE IS DYNAMIC
000760         RECORD KEY IS TX-KEY
000770         FILE STATUS IS WS-ACCTTXN-STATUS.

000780     SELECT CYCLE-FILE ASSIGN TO BILLCYCL
000790         ORGANIZATION IS INDEXED
000800         ACCESS MODE IS DYNAMIC
000810         RECORD KEY IS CY-KEY
000820         FILE STATUS IS WS-CYCLE-STATUS.

000830     SELECT ACCTCTL-FILE ASSIGN TO ACCTCTL
000840         ORGANIZATION IS INDEXED
000850         ACCESS MODE IS RANDOM
000860         RECORD KEY IS CT-KEYNAME
000870         FILE STATUS IS WS-ACCTCTL-STATUS.

000880     SELECT ALERT-FILE ASSIGN TO ALRTOUT
000890         ORGANIZATION IS SEQUENTIAL
000900         FILE STATUS IS WS-ALERT-STATUS.

000910     SELECT JOURNAL-FILE ASSIGN TO RUNJRNL
000920         ORGANIZATION IS SEQUENTIAL
000930         FILE STATUS IS WS-JOURNAL-STATUS.

000940 DATA DIVISION.
000950 FILE SECTION.

000960*-----------------------------------------------------------------
000970* ALERTPRF - ONE ROW PER ACCOUNT, SEE THE ALERTPRF COPYBOOK FOR
000980* THE FULL LAYOUT
000990*-----------------------------------------------------------------
001000 FD  ALERTPRF-FILE
001010     LABEL RECORDS ARE STANDARD.
001020 01  ALERTPRF-REC.
001030     05  MG-ACCTNO               PIC X(09).
001040     05  MG-OPT-PAYMENT          PIC X(01).
001050         88  MG-WANTS-PAYMENT            VALUE 'Y'.
001060     05  MG-OPT-DUE              PIC X(01).
001070         88  MG-WANTS-DUE                VALUE 'Y'.
001080     05  MG-OPT-UTIL             PIC X(01).
001090         88  MG-WANTS-UTIL               VALUE 'Y'.
001100     05  MG-OPT-OVERLIMIT        PIC X(01).
001110         88  MG-WANTS-OVERLIMIT          VALUE 'Y'.
001120     05  MG-OPT-DDRETURN         PIC X(01).
001130         88  MG-WANTS-DDRETURN           VALUE 'Y'.
001140     05  MG-CHANGED-INFO.
001150         10  MG-CHG-USERID       PIC X(08).
001160         10  MG-CHG-TRMID        PIC X(04).
001170         10  MG-CHG-DATE         PIC S9(7) COMP-3.
001180         10  MG-CHG-TIME         PIC S9(7) COMP-3.
001190     05  MG-UTIL-STATE           PIC X(01).
001200         88  MG-UTIL-NORMAL              VALUE ' ' 'N'.
001210         88  MG-UTIL-HIGH                VALUE 'H'.
001220         88  MG-UTIL-OVER                VALUE 'O'.
001230     05  MG-DUE-PERIOD           PIC 9(06).
001240     05  MG-LAST-RUN             PIC S9(7) COMP-3.
001250     05  MG-LAST-COUNT           PIC 9(03).
001260     05  FILLER                  PIC X(20).

001270 FD  ACCTFILE
001280     LABEL RECORDS ARE STANDARD.
001290 01  ACCTFILE-REC.
001300     05  AF-ACCTKEY.
001310         10  AF-ACCTNO           PIC X(09).
001320     05  AF-FNAME                PIC X(15).
001330     05  AF-SNAME                PIC X(15).
001340     05  AF-TITL                 PIC X(04).
001350     05  AF-ADDR1                PIC X(20).
001360     05  AF-ADDR2                PIC X(20).
001370     05  AF-CRLIMIT              PIC 9(08)V99.
001380     05  AF-STAT                 PIC X(01).
001390     05  AF-CREATED-INFO.
001400         10  AF-CR-USERID        PIC X(08).
001410         10  AF-CR-TRMID         PIC X(04).
001420         10  AF-CR-DATE          PIC S9(7) COMP-3.
001430         10  AF-CR-TIME          PIC S9(7) COMP-3.
001440     05  AF-LAST-HIST-SEQ        PIC 9(04) COMP.
001450     05  AF-LAST-CHANGED-INFO.
001460         10  AF-LAST-CHG-DATE    PIC S9(7) COMP-3.
001470         10  AF-LAST-CHG-TIME    PIC S9(7) COMP-3.
001480     05  AF-PHONE                PIC X(15).
001490     05  AF-EMAIL                PIC X(30).
001500     05  AF-LAST-CHG-USERID      PIC X(08).
001510     05  AF-MAIL-ADDR1           PIC X(20).
001520     05  AF-MAIL-ADDR2           PIC X(20).
001530     05  AF-FORMER-SNAME         PIC X(15).
001540     05  AF-CURR-BAL             PIC S9(08)V99 COMP-3.
001550     05  AF-BUREAU-SCORE         PIC 9(03).
001560     05  AF-BSCORE-DATE          PIC S9(7) COMP-3.
001570     05  AF-BRANCH               PIC X(04).
001580     05  AF-CONTACT-PREF         PIC X(01).
001590     05  AF-STMT-CYCLE           PIC X(01).
001600     05  AF-GONEAWAY-FLAG        PIC X(01).
001610     05  AF-CUST-ID              PIC 9(08).
001620     05  AF-ESTATE-FLAG          PIC X(01).
001630     05  AF-SENS-FLAG            PIC X(01).
001640     05  AF-ANNFEE-PLAN          PIC X(01).
001650     05  AF-SETTLE-FLAG          PIC X(01).
001651     05  AF-PRODUCT-CODE         PIC X(04).

001660 FD  ACCTTXN-FILE
001670     LABEL RECORDS ARE STANDARD.
001680 01  ACCTTXN-REC.
001690     05  TX-KEY.
001700         10  TX-ACCTNO           PIC X(09).
001710         10  TX-DATE             PIC S9(7) COMP-3.
001720         10  TX-SEQNO            PIC 9(04) COMP.
001730     05  TX-TYPE                 PIC X(01).
001740         88  TX-TYPE-CREDIT              VALUE 'C'.
001750     05  TX-AMOUNT               PIC 9(08)V99.
001760     05  TX-POSTED-INFO.
001770         10  TX-POST-DATE        PIC S9(7) COMP-3.
001780         10  TX-POST-JOB         PIC X(08).
001790     05  TX-SOURCE               PIC X(01).
001800     05  TX-CHAIN-INFO.
001810         10  TX-CHAIN-NO         PIC 9(09) COMP.
001820         10  TX-CHAIN-PREV       PIC 9(18) COMP.
001830         10  TX-CHAIN-HASH       PIC 9(18) COMP.

001840 FD  CYCLE-FILE
001850     LABEL RECORDS ARE STANDARD.
001860 01  BILLCYCL-REC.
001870     05  CY-KEY.
001880         10  CY-ACCTNO           PIC X(09).
001890         10  CY-PERIOD           PIC 9(06).
001900     05  CY-STMT-DATE            PIC S9(7) COMP-3.
001910     05  CY-CLOSE-BAL            PIC S9(08)V99 COMP-3.
001920     05  CY-MIN-PAYMENT          PIC 9(08)V99.
001930     05  CY-DUE-DATE             PIC S9(7) COMP-3.
001940     05  CY-PAID-FLAG            PIC X(01).
001950         88  CY-UNPAID                   VALUE 'U'.
001960     05  CY-PAID-DATE            PIC S9(7) COMP-3.

001970 FD  ACCTCTL-FILE
001980     LABEL RECORDS ARE STANDARD.
001990 01  ACCTCTL-REC.
002000     05  CT-KEYNAME              PIC X(08).
002010     05  CT-NEXT-ACCTNO          PIC 9(08).

002020*-----------------------------------------------------------------
002030* ALRTOUT - THE MESSAGING GATEWAY'S FILE: HDR, DTL ..., TRL
002040*-----------------------------------------------------------------
002050 FD  ALERT-FILE
002060     RECORDING MODE IS F
002070     LABEL RECORDS ARE STANDARD.
002080 01  ALERT-REC                   PIC X(200).

002090*-----------------------------------------------------------------
002100* RUNJRNL - THE COMMON BATCH RUN JOURNAL, ONE START ROW AND ONE
002110* END ROW PER RUN, READ BY DCI8BJRN FOR THE MORNING CHECK
002120*-----------------------------------------------------------------
002130 FD  JOURNAL-FILE
002140     RECORDING MODE IS F
002150     LABEL RECORDS ARE STANDARD.
002160 01  JR-REC.
002170     05  JR-JOBNAME              PIC X(08).
002180     05  JR-ROW-TYPE             PIC X(01).
002190     05  JR-DATE                 PIC 9(07).
002200     05  JR-TIME                 PIC 9(06).
002210     05  JR-READ-COUNT           PIC 9(07).
002220     05  JR-WRITTEN-COUNT        PIC 9(07).
002230     05  JR-REJECTED-COUNT       PIC 9(07).
002240     05  JR-STATUS               PIC X(01).
002250     05  FILLER                  PIC X(06).

002260 WORKING-STORAGE SECTION.
002270 77  WS-JOURNAL-STATUS       PIC X(02) VALUE SPACES.
002280 77  WS-JRNL-TIME-RAW        PIC 9(08) VALUE 0.

002290     COPY 'JOBGATE'.

002300 77  WS-ALERTPRF-STATUS      PIC X(02) VALUE SPACES.
002310 77  WS-ACCTFILE-STATUS      PIC X(02) VALUE SPACES.
002320 77  WS-ACCTTXN-STATUS       PIC X(02) VALUE SPACES.
002330 77  WS-CYCLE-STATUS         PIC X(02) VALUE SPACES.
002340 77  WS-ACCTCTL-STATUS       PIC X(02) VALUE SPACES.
002350 77  WS-ALERT-STATUS         PIC X(02) VALUE SPACES.

002360 01  WS-SWITCHES.
002370     05  WS-EOF-SW           PIC X(01) VALUE 'N'.
002380         88  WS-EOF-YES              VALUE 'Y'.
002390     05  WS-TXN-EOF-SW       PIC X(01) VALUE 'N'.
002400         88  WS-TXN-EOF-YES          VALUE 'Y'.
002410     05  WS-CYC-EOF-SW       PIC X(01) VALUE 'N'.
002420         88  WS-CYC-EOF-YES          VALUE 'Y'.

002430 01  WS-COUNTERS.
002440     05  WS-READ-COUNT       PIC 9(07) COMP-3 VALUE 0.
002450     05  WS-NO-ACCT-COUNT    PIC 9(07) COMP-3 VALUE 0.
002460     05  WS-RERUN-COUNT      PIC 9(07) COMP-3 VALUE 0.
002470     05  WS-ESTATE-COUNT     PIC 9(07) COMP-3 VALUE 0.
002480     05  WS-NO-CONTACT-COUNT PIC 9(07) COMP-3 VALUE 0.
002490     05  WS-CAPPED-COUNT     PIC 9(07) COMP-3 VALUE 0.
002500     05  WS-ALERT-COUNT      PIC 9(07) COMP-3 VALUE 0.
002510     05  WS-SMS-COUNT        PIC 9(07) COMP-3 VALUE 0.
002520     05  WS-EMAIL-COUNT      PIC 9(07) COMP-3 VALUE 0.

002530*-----------------------------------------------------------------
002540* RUN DATES - TODAY, THE LAST DAY A REMINDER CAN FALL DUE ON
002550* (FIVE BUSINESS DAYS ON), THE EARLIEST TRANSACTION DATE A ROW
002560* POSTED TODAY CAN CARRY, AND THE FIRST STATEMENT PERIOD LOOKED
002570* AT FOR A REMINDER
002580*-----------------------------------------------------------------
002590 77  WS-TODAY                PIC S9(7) COMP-3 VALUE 0.
002600 77  WS-TODAY-GREG           PIC 9(08) VALUE 0.
002610 77  WS-DUE-HORIZON          PIC S9(7) COMP-3 VALUE 0.
002620 77  WS-LOOKBACK-DATE        PIC S9(7) COMP-3 VALUE 0.
002630 77  WS-DUE-BUS-DAYS         PIC S9(05) COMP-3 VALUE 5.
002640 77  WS-LOOKBACK-DAYS        PIC S9(05) COMP-3 VALUE 14.
002650 01  WS-FROM-PERIOD          PIC 9(06) VALUE 0.
002660 01  WS-FROM-PARTS REDEFINES WS-FROM-PERIOD.
002670     05  WS-FROM-YYYY        PIC 9(04).
002680     05  WS-FROM-MM          PIC 9(02).
002690 77  WS-START-PERIOD         PIC 9(06) VALUE 0.

002700 01  WS-GREG-DATE            PIC 9(08) VALUE 0.
002710 01  WS-GREG-PARTS REDEFINES WS-GREG-DATE.
002720     05  WS-GREG-YYYY        PIC 9(04).
002730     05  WS-GREG-MM          PIC 9(02).
002740     05  WS-GREG-DD          PIC 9(02).

002750*-----------------------------------------------------------------
002760* ALERTS AN ACCOUNT A DAY - THE ACCTCTL 'ALRTCAP' ROW OVERRIDES
002770*-----------------------------------------------------------------
002780 77  WS-DAILY-CAP            PIC 9(03) VALUE 3.

002790*-----------------------------------------------------------------
002800* THE ACCOUNT IN HAND - WHERE ITS BALANCE NOW STANDS AGAINST THE
002810* LIMIT, HOW AN ALERT REACHES IT, AND THE ALERTS DUE TODAY
002820*-----------------------------------------------------------------
002830 77  WS-NEW-UTIL             PIC X(01) VALUE SPACE.
002840 77  WS-CHANNEL              PIC X(01) VALUE SPACE.
002850 77  WS-ADDRESS              PIC X(30) VALUE SPACES.
002860 77  WS-SENT-THIS            PIC 9(03) VALUE 0.
002870 77  WS-PAID-SINCE           PIC S9(09)V99 COMP-3 VALUE 0.
002880 77  WS-STILL-DUE            PIC S9(09)V99 COMP-3 VALUE 0.
002890 77  WS-DAY-AFTER-STMT       PIC S9(7) COMP-3 VALUE 0.

002900*    ONE ENTRY PER ALERT DUE - EV-RANK IS THE SENDING ORDER
002910*    (1 DDRETURN, 2 OVERLIMIT, 3 DUE, 4 PAYMENT, 5 UTIL)
002920 01  WS-EVENT-TABLE.
002930     05  WS-EVENT-ENTRY OCCURS 10 TIMES.
002940         10  EV-RANK         PIC 9(01).
002950         10  EV-TYPE         PIC X(04).
002960         10  EV-AMOUNT       PIC 9(08)V99.
002970         10  EV-DATE         PIC S9(7) COMP-3.
002980         10  EV-PERIOD       PIC 9(06).
002990 77  WS-EVENT-COUNT          PIC S9(04) COMP VALUE 0.
003000 77  WS-EVENT-MAX            PIC S9(04) COMP VALUE 10.
003010 77  WS-EV-IX                PIC S9(04) COMP VALUE 0.
003020 77  WS-RANK                 PIC S9(04) COMP VALUE 0.

003030*    THE ALERT BEING ADDED BY 2400-ADD-EVENT
003040 77  WS-ADD-RANK             PIC 9(01) VALUE 0.
003050 77  WS-ADD-TYPE             PIC X(04) VALUE SPACES.
003060 77  WS-ADD-AMOUNT           PIC 9(08)V99 VALUE 0.
003070 77  WS-ADD-DATE             PIC S9(7) COMP-3 VALUE 0.
003080 77  WS-ADD-PERIOD           PIC 9(06) VALUE 0.

003090*-----------------------------------------------------------------
003100* MESSAGE TEXT WORK - THE AMOUNT WITHOUT ITS LEADING SPACES AND
003110* THE DATE AS DD/MM/YYYY
003120*-----------------------------------------------------------------
003130 01  WS-AMT-EDIT             PIC ZZ,ZZZ,ZZ9.99.
003140 77  WS-AMT-START            PIC S9(04) COMP VALUE 0.
003150 01  WS-DATE-DISP.
003160     05  WS-DD-DD            PIC 9(02).
003170     05  FILLER              PIC X(01) VALUE '/'.
003180     05  WS-DD-MM            PIC 9(02).
003190     05  FILLER              PIC X(01) VALUE '/'.
003200     05  WS-DD-YYYY          PIC 9(04).

003210* PARAMETER BLOCK FOR THE SHARED DATE SERVICE
003220     COPY 'DATEPARM'.

003230 01  WS-ALERT-HEADER.
003240     05  FILLER              PIC X(03) VALUE 'HDR'.
003250     05  AH-SOURCE           PIC X(08) VALUE 'DCI8BALR'.
003260     05  AH-FILE-DATE        PIC 9(08).
003270     05  FILLER              PIC X(181) VALUE SPACES.

003280*    AX-CHANNEL 'S' SMS TO THE PHONE NUMBER IN AX-ADDRESS, 'E'
003290*    E-MAIL TO THE ADDRESS IN AX-ADDRESS. AX-ALERT-TYPE IS DDRT,
003300*    OVLM, DUEM, PAYM OR UTIL
003310 01  WS-ALERT-LINE.
003320     05  FILLER              PIC X(03) VALUE 'DTL'.
003330     05  AX-SEQNO            PIC 9(06).
003340     05  AX-CHANNEL          PIC X(01).
003350     05  AX-ADDRESS          PIC X(30).
003360     05  AX-ACCTNO           PIC X(09).
003370     05  AX-ALERT-TYPE       PIC X(04).
003380     05  AX-AMOUNT           PIC 9(08)V99.
003390     05  AX-EVENT-DATE       PIC 9(08).
003400     05  AX-TEXT             PIC X(120).
003410     05  FILLER              PIC X(09) VALUE SPACES.

003420 01  WS-ALERT-TRAILER.
003430     05  FILLER              PIC X(03) VALUE 'TRL'.
003440     05  AT-COUNT            PIC 9(07).
003450     05  FILLER              PIC X(190) VALUE SPACES.

003460 PROCEDURE DIVISION.

003470 0000-MAINLINE.

003480     PERFORM 8100-WRITE-JRNL-START THRU 8100-EXIT.

003490     PERFORM 1000-INITIALIZE THRU 1000-EXIT.

003500     PERFORM 2000-PROCESS-PREF THRU 2000-EXIT
003510         UNTIL WS-EOF-YES.

003520     PERFORM 9000-TERMINATE THRU 9000-EXIT.

003530     PERFORM 8200-WRITE-JRNL-END THRU 8200-EXIT.

003540     GOBACK.

003550 1000-INITIALIZE.

003560     MOVE 'TOD' TO DP-FUNCTION.
003570     CALL 'DCI8BDAT' USING DATEPARM.
003580     MOVE DP-JULIAN TO WS-TODAY.
003590     MOVE DP-GREGORIAN TO WS-TODAY-GREG.

003600     MOVE 'BDA' TO DP-FUNCTION.
003610     MOVE WS-TODAY TO DP-JULIAN.
003620     MOVE WS-DUE-BUS-DAYS TO DP-DAYS.
003630     CALL 'DCI8BDAT' USING DATEPARM.
003640     MOVE DP-JULIAN TO WS-DUE-HORIZON.

003650     MOVE 'SUB' TO DP-FUNCTION.
003660     MOVE WS-TODAY TO DP-JULIAN.
003670     MOVE WS-LOOKBACK-DAYS TO DP-DAYS.
003680     CALL 'DCI8BDAT' USING DATEPARM.
003690     MOVE DP-JULIAN TO WS-LOOKBACK-DATE.

003700*    A STATEMENT STILL INSIDE ITS PAYMENT TERM IS AT MOST TWO
003710*    PERIODS OLD
003720     MOVE WS-TODAY-GREG TO WS-GREG-DATE.
003730     MOVE WS-GREG-YYYY TO WS-FROM-YYYY.
003740     MOVE WS-GREG-MM TO WS-FROM-MM.
003750     IF WS-FROM-MM > 2 THEN
003760         SUBTRACT 2 FROM WS-FROM-MM
003770     ELSE
003780         ADD 10 TO WS-FROM-MM
003790         SUBTRACT 1 FROM WS-FROM-YYYY
003800     END-IF.

003810     PERFORM 1200-READ-CONTROLS THRU 1200-EXIT.

003820     OPEN I-O ALERTPRF-FILE.
003830     OPEN INPUT ACCTFILE.
003840     OPEN INPUT ACCTTXN-FILE.
003850     OPEN INPUT CYCLE-FILE.
003860     OPEN OUTPUT ALERT-FILE.

003870     MOVE WS-TODAY-GREG TO AH-FILE-DATE.
003880     WRITE ALERT-REC FROM WS-ALERT-HEADER.

003890     PERFORM 1500-READ-PREF THRU 1500-EXIT.

003900 1000-EXIT.
003910     EXIT.

003920*-----------------------------------------------------------------
003930* 1200-READ-CONTROLS - A MISSING OR OUT-OF-RANGE ROW KEEPS THE
003940* DEFAULT
003950*-----------------------------------------------------------------
003960 1200-READ-CONTROLS.

003970     OPEN INPUT ACCTCTL-FILE.

003980     MOVE 'ALRTCAP' TO CT-KEYNAME.
003990     READ ACCTCTL-FILE
004000         INVALID KEY
004010             CONTINUE
004020     END-READ.
004030     IF WS-ACCTCTL-STATUS = '00' AND CT-NEXT-ACCTNO > 0
004040             AND CT-NEXT-ACCTNO NOT > WS-EVENT-MAX THEN
004050         MOVE CT-NEXT-ACCTNO TO WS-DAILY-CAP
004060     END-IF.

004070     CLOSE ACCTCTL-FILE.

004080 1200-EXIT.
004090     EXIT.

004100 1500-READ-PREF.

004110     READ ALERTPRF-FILE NEXT RECORD
004120         AT END
004130             GO TO 1500-EOF
004140     END-READ.

004150     ADD 1 TO WS-READ-COUNT.
004160     GO TO 1500-EXIT.

004170 1500-EOF.
004180     MOVE 'Y' TO WS-EOF-SW.

004190 1500-EXIT.
004200     EXIT.

004210*-----------------------------------------------------------------
004220* 2000-PROCESS-PREF - GATHERS THE ACCOUNT'S ALERTS FOR TODAY AND
004230* SENDS THEM, THEN STAMPS THE ROW WITH THE RUN AND THE BALANCE'S
004240* STANDING
004250*-----------------------------------------------------------------
004260 2000-PROCESS-PREF.

004270     IF MG-LAST-RUN = WS-TODAY THEN
004280         ADD 1 TO WS-RERUN-COUNT
004290         GO TO 2000-NEXT
004300     END-IF.

004310     MOVE MG-ACCTNO TO AF-ACCTNO.
004320     READ ACCTFILE
004330         INVALID KEY
004340             ADD 1 TO WS-NO-ACCT-COUNT
004350             GO TO 2000-NEXT
004360     END-READ.

004370     MOVE 0 TO WS-EVENT-COUNT.
004380     MOVE 0 TO WS-SENT-THIS.

004390     PERFORM 2100-UTIL-STATE THRU 2100-EXIT.

004400     IF AF-ESTATE-FLAG = 'D' THEN
004410         ADD 1 TO WS-ESTATE-COUNT
004420         GO TO 2000-SAVE
004430     END-IF.

004440     IF NOT MG-WANTS-PAYMENT AND NOT MG-WANTS-DUE AND
004450        NOT MG-WANTS-UTIL AND NOT MG-WANTS-OVERLIMIT AND
004460        NOT MG-WANTS-DDRETURN THEN
004470         GO TO 2000-SAVE
004480     END-IF.

004490     PERFORM 2150-PICK-CHANNEL THRU 2150-EXIT.
004500     IF WS-CHANNEL = SPACE THEN
004510         ADD 1 TO WS-NO-CONTACT-COUNT
004520         GO TO 2000-SAVE
004530     END-IF.

004540     IF MG-WANTS-PAYMENT OR MG-WANTS-DDRETURN THEN
004550         PERFORM 2200-TODAYS-MONEY THRU 2200-EXIT
004560     END-IF.

004570     IF MG-WANTS-OVERLIMIT AND WS-NEW-UTIL = 'O' AND
004580        NOT MG-UTIL-OVER THEN
004590         MOVE 2 TO WS-ADD-RANK
004600         MOVE 'OVLM' TO WS-ADD-TYPE
004610         MOVE AF-CURR-BAL TO WS-ADD-AMOUNT
004620         MOVE WS-TODAY TO WS-ADD-DATE
004630         MOVE 0 TO WS-ADD-PERIOD
004640         PERFORM 2400-ADD-EVENT THRU 2400-EXIT
004650     END-IF.

004660     IF MG-WANTS-UTIL AND WS-NEW-UTIL = 'H' AND
004670        MG-UTIL-NORMAL THEN
004680         MOVE 5 TO WS-ADD-RANK
004690         MOVE 'UTIL' TO WS-ADD-TYPE
004700         MOVE AF-CURR-BAL TO WS-ADD-AMOUNT
004710         MOVE WS-TODAY TO WS-ADD-DATE
004720         MOVE 0 TO WS-ADD-PERIOD
004730         PERFORM 2400-ADD-EVENT THRU 2400-EXIT
004740     END-IF.

004750     IF MG-WANTS-DUE THEN
004760         PERFORM 2300-DUE-CHECK THRU 2300-EXIT
004770     END-IF.

004780     PERFORM 2500-SEND-RANK THRU 2500-EXIT
004790         VARYING WS-RANK FROM 1 BY 1
004800         UNTIL WS-RANK > 5.

004810 2000-SAVE.
004820     MOVE WS-NEW-UTIL TO MG-UTIL-STATE.
004830     MOVE WS-TODAY TO MG-LAST-RUN.
004840     MOVE WS-SENT-THIS TO MG-LAST-COUNT.
004850     REWRITE ALERTPRF-REC.

004860 2000-NEXT.
004870     PERFORM 1500-READ-PREF THRU 1500-EXIT.

004880 2000-EXIT.
004890     EXIT.

004900*-----------------------------------------------------------------
004910* 2100-UTIL-STATE - 'O' OVER THE LIMIT, 'H' AT OR ABOVE 90% OF
004920* IT, 'N' BELOW. AN ACCOUNT WITH NO LIMIT KEEPS ITS OLD STANDING
004930*-----------------------------------------------------------------
004940 2100-UTIL-STATE.

004950     MOVE MG-UTIL-STATE TO WS-NEW-UTIL.
004960     IF AF-CRLIMIT = 0 THEN
004970         GO TO 2100-EXIT
004980     END-IF.

004990     IF AF-CURR-BAL > AF-CRLIMIT THEN
005000         MOVE 'O' TO WS-NEW-UTIL
005010     ELSE IF AF-CURR-BAL * 10 NOT < AF-CRLIMIT * 9 THEN
005020         MOVE 'H' TO WS-NEW-UTIL
005030     ELSE
005040         MOVE 'N' TO WS-NEW-UTIL
005050     END-IF
005060     END-IF.

005070 2100-EXIT.
005080     EXIT.

005090*-----------------------------------------------------------------
005100* 2150-PICK-CHANNEL - E-MAIL FOR A CONTACT-PREF 'E' CUSTOMER WITH
005110* AN ADDRESS, ELSE SMS, ELSE E-MAIL. SPACE WHEN THERE IS NEITHER
005120*-----------------------------------------------------------------
005130 2150-PICK-CHANNEL.

005140     MOVE SPACE TO WS-CHANNEL.
005150     MOVE SPACES TO WS-ADDRESS.

005160     IF AF-CONTACT-PREF = 'E' AND AF-EMAIL NOT = SPACES THEN
005170         MOVE 'E' TO WS-CHANNEL
005180         MOVE AF-EMAIL TO WS-ADDRESS
005190     ELSE IF AF-PHONE NOT = SPACES THEN
005200         MOVE 'S' TO WS-CHANNEL
005210         MOVE AF-PHONE TO WS-ADDRESS
005220     ELSE IF AF-EMAIL NOT = SPACES THEN
005230         MOVE 'E' TO WS-CHANNEL
005240         MOVE AF-EMAIL TO WS-ADDRESS
005250     END-IF
005260     END-IF
005270     END-IF.

005280 2150-EXIT.
005290     EXIT.

005300*-----------------------------------------------------------------
005310* 2200-TODAYS-MONEY - THE ACCOUNT'S ROWS POSTED TODAY: EACH
005320* PAYMENT AND EACH DIRECT DEBIT RETURN
005330*-----------------------------------------------------------------
005340 2200-TODAYS-MONEY.

005350     MOVE 'N' TO WS-TXN-EOF-SW.
005360     MOVE AF-ACCTNO TO TX-ACCTNO.
005370     MOVE WS-LOOKBACK-DATE TO TX-DATE.
005380     MOVE 0 TO TX-SEQNO.

005390     START ACCTTXN-FILE KEY IS NOT LESS THAN TX-KEY
005400         INVALID KEY
005410             MOVE 'Y' TO WS-TXN-EOF-SW
005420     END-START.

005430     PERFORM 2210-MONEY-ONE THRU 2210-EXIT
005440         UNTIL WS-TXN-EOF-YES.

005450 2200-EXIT.
005460     EXIT.

005470 2210-MONEY-ONE.

005480     READ ACCTTXN-FILE NEXT RECORD
005490         AT END
005500             MOVE 'Y' TO WS-TXN-EOF-SW
005510             GO TO 2210-EXIT
005520     END-READ.

005530     IF TX-ACCTNO NOT = AF-ACCTNO THEN
005540         MOVE 'Y' TO WS-TXN-EOF-SW
005550         GO TO 2210-EXIT
005560     END-IF.

005570     IF TX-POST-DATE NOT = WS-TODAY THEN
005580         GO TO 2210-EXIT
005590     END-IF.

005600     MOVE 0 TO WS-ADD-PERIOD.
005610     MOVE TX-AMOUNT TO WS-ADD-AMOUNT.
005620     MOVE TX-DATE TO WS-ADD-DATE.

005630     IF TX-SEQNO = 8006 THEN
005640         IF MG-WANTS-DDRETURN THEN
005650             MOVE 1 TO WS-ADD-RANK
005660             MOVE 'DDRT' TO WS-ADD-TYPE
005670             PERFORM 2400-ADD-EVENT THRU 2400-EXIT
005680         END-IF
005690     ELSE IF TX-TYPE-CREDIT AND MG-WANTS-PAYMENT AND
005700             (TX-SEQNO < 8000 OR TX-SEQNO > 9000) AND
005710             TX-POST-JOB NOT = 'DCI8DPGR' THEN
005720         MOVE 4 TO WS-ADD-RANK
005730         MOVE 'PAYM' TO WS-ADD-TYPE
005740         PERFORM 2400-ADD-EVENT THRU 2400-EXIT
005750     END-IF
005760     END-IF.

005770 2210-EXIT.
005780     EXIT.

005790*-----------------------------------------------------------------
005800* 2300-DUE-CHECK - THE FIRST UNPAID STATEMENT NOT YET REMINDED
005810* WHOSE DUE DATE FALLS AFTER TODAY AND BY THE HORIZON. WHAT HAS
005820* BEEN PAID SINCE THE STATEMENT COMES OFF ITS MINIMUM; ANYTHING
005830* LEFT IS REMINDED
005840*-----------------------------------------------------------------
005850 2300-DUE-CHECK.

005860     MOVE WS-FROM-PERIOD TO WS-START-PERIOD.
005870     IF MG-DUE-PERIOD NOT < WS-FROM-PERIOD THEN
005880         COMPUTE WS-START-PERIOD = MG-DUE-PERIOD + 1
005890     END-IF.

005900     MOVE 'N' TO WS-CYC-EOF-SW.
005910     MOVE AF-ACCTNO TO CY-ACCTNO.
005920     MOVE WS-START-PERIOD TO CY-PERIOD.

005930     START CYCLE-FILE KEY IS NOT LESS THAN CY-KEY
005940         INVALID KEY
005950             GO TO 2300-EXIT
005960     END-START.

005970     PERFORM 2310-CYCLE-ONE THRU 2310-EXIT
005980         UNTIL WS-CYC-EOF-YES.

005990     IF WS-CYC-EOF-SW NOT = 'F' THEN
006000         GO TO 2300-EXIT
006010     END-IF.

006020     PERFORM 2320-PAID-SINCE THRU 2320-EXIT.

006030     COMPUTE WS-STILL-DUE = CY-MIN-PAYMENT - WS-PAID-SINCE.
006040     IF WS-STILL-DUE > 0 THEN
006050         MOVE 3 TO WS-ADD-RANK
006060         MOVE 'DUEM' TO WS-ADD-TYPE
006070         MOVE WS-STILL-DUE TO WS-ADD-AMOUNT
006080         MOVE CY-DUE-DATE TO WS-ADD-DATE
006090         MOVE CY-PERIOD TO WS-ADD-PERIOD
006100         PERFORM 2400-ADD-EVENT THRU 2400-EXIT
006110     END-IF.

006120 2300-EXIT.
006130     EXIT.

006140*    WS-CYC-EOF-SW ENDS 'F' WHEN THE STATEMENT IS FOUND
006150 2310-CYCLE-ONE.

006160     READ CYCLE-FILE NEXT RECORD
006170         AT END
006180             MOVE 'Y' TO WS-CYC-EOF-SW
006190             GO TO 2310-EXIT
006200     END-READ.

006210     IF CY-ACCTNO NOT = AF-ACCTNO THEN
006220         MOVE 'Y' TO WS-CYC-EOF-SW
006230         GO TO 2310-EXIT
006240     END-IF.

006250     IF CY-UNPAID AND CY-MIN-PAYMENT > 0 AND
006260        CY-DUE-DATE > WS-TODAY AND
006270        CY-DUE-DATE NOT > WS-DUE-HORIZON THEN
006280         MOVE 'F' TO WS-CYC-EOF-SW
006290     END-IF.

006300 2310-EXIT.
006310     EXIT.

006320*-----------------------------------------------------------------
006330* 2320-PAID-SINCE - PAYMENTS DATED AFTER THE STATEMENT, LESS ANY
006340* RETURNED OR REVERSED PAYMENT SINCE - THE DCI8BPDR RULE
006350*-----------------------------------------------------------------
006360 2320-PAID-SINCE.

006370     MOVE 0 TO WS-PAID-SINCE.

006380     MOVE 'ADD' TO DP-FUNCTION.
006390     MOVE CY-STMT-DATE TO DP-JULIAN.
006400     MOVE 1 TO DP-DAYS.
006410     CALL 'DCI8BDAT' USING DATEPARM.
006420     MOVE DP-JULIAN TO WS-DAY-AFTER-STMT.

006430     MOVE 'N' TO WS-TXN-EOF-SW.
006440     MOVE AF-ACCTNO TO TX-ACCTNO.
006450     MOVE WS-DAY-AFTER-STMT TO TX-DATE.
006460     MOVE 0 TO TX-SEQNO.

006470     START ACCTTXN-FILE KEY IS NOT LESS THAN TX-KEY
006480         INVALID KEY
006490             MOVE 'Y' TO WS-TXN-EOF-SW
006500     END-START.

006510     PERFORM 2330-PAID-ONE THRU 2330-EXIT
006520         UNTIL WS-TXN-EOF-YES.

006530 2320-EXIT.
006540     EXIT.

006550 2330-PAID-ONE.

006560     READ ACCTTXN-FILE NEXT RECORD
006570         AT END
006580             MOVE 'Y' TO WS-TXN-EOF-SW
006590             GO TO 2330-EXIT
006600     END-READ.

006610     IF TX-ACCTNO NOT = AF-ACCTNO THEN
006620         MOVE 'Y' TO WS-TXN-EOF-SW
006630         GO TO 2330-EXIT
006640     END-IF.

006650     IF TX-TYPE-CREDIT THEN
006660         IF (TX-SEQNO < 8000 OR TX-SEQNO > 9000) AND
006670            TX-POST-JOB NOT = 'DCI8DPGR' THEN
006680             ADD TX-AMOUNT TO WS-PAID-SINCE
006690         END-IF
006700     ELSE IF TX-SEQNO = 8005 OR TX-SEQNO = 8006 OR
006710             TX-SEQNO = 8013 THEN
006720         SUBTRACT TX-AMOUNT FROM WS-PAID-SINCE
006730     END-IF
006740     END-IF.

006750 2330-EXIT.
006760     EXIT.

006770*-----------------------------------------------------------------
006780* 2400-ADD-EVENT - ONE MORE ALERT FOR THE ACCOUNT. A FULL TABLE
006790* IS ALREADY WELL PAST ANY CAP, SO THE EXTRA ONE IS COUNTED AS
006800* CAPPED
006810*-----------------------------------------------------------------
006820 2400-ADD-EVENT.

006830     IF WS-EVENT-COUNT NOT < WS-EVENT-MAX THEN
006840         ADD 1 TO WS-CAPPED-COUNT
006850         GO TO 2400-EXIT
006860     END-IF.

006870     ADD 1 TO WS-EVENT-COUNT.
006880     MOVE WS-ADD-RANK TO EV-RANK(WS-EVENT-COUNT).
006890     MOVE WS-ADD-TYPE TO EV-TYPE(WS-EVENT-COUNT).
006900     MOVE WS-ADD-AMOUNT TO EV-AMOUNT(WS-EVENT-COUNT).
006910     MOVE WS-ADD-DATE TO EV-DATE(WS-EVENT-COUNT).
006920     MOVE WS-ADD-PERIOD TO EV-PERIOD(WS-EVENT-COUNT).

006930 2400-EXIT.
006940     EXIT.

006950*-----------------------------------------------------------------
006960* 2500-SEND-RANK SENDS THE ALERTS OF ONE RANK, IN THE ORDER THEY
006970* WERE FOUND
006980*-----------------------------------------------------------------
006990 2500-SEND-RANK.

007000     PERFORM 2510-SEND-ONE THRU 2510-EXIT
007010         VARYING WS-EV-IX FROM 1 BY 1
007020         UNTIL WS-EV-IX > WS-EVENT-COUNT.

007030 2500-EXIT.
007040     EXIT.

007050 2510-SEND-ONE.

007060     IF EV-RANK(WS-EV-IX) NOT = WS-RANK THEN
007070         GO TO 2510-EXIT
007080     END-IF.

007090     IF WS-SENT-THIS NOT < WS-DAILY-CAP THEN
007100         ADD 1 TO WS-CAPPED-COUNT
007110         GO TO 2510-EXIT
007120     END-IF.

007130     PERFORM 2600-WRITE-ALERT THRU 2600-EXIT.

007140     ADD 1 TO WS-SENT-THIS.
007150     IF EV-TYPE(WS-EV-IX) = 'DUEM' THEN
007160         MOVE EV-PERIOD(WS-EV-IX) TO MG-DUE-PERIOD
007170     END-IF.

007180 2510-EXIT.
007190     EXIT.

007200*-----------------------------------------------------------------
007210* 2600-WRITE-ALERT - ONE DTL ROW, WITH THE MESSAGE WORDED FOR ITS
007220* TYPE. ONLY THE LAST FOUR DIGITS OF THE ACCOUNT GO IN THE TEXT
007230*-----------------------------------------------------------------
007240 2600-WRITE-ALERT.

007250     ADD 1 TO WS-ALERT-COUNT.
007260     IF WS-CHANNEL = 'S' THEN
007270         ADD 1 TO WS-SMS-COUNT
007280     ELSE
007290         ADD 1 TO WS-EMAIL-COUNT
007300     END-IF.

007310     MOVE WS-ALERT-COUNT TO AX-SEQNO.
007320     MOVE WS-CHANNEL TO AX-CHANNEL.
007330     MOVE WS-ADDRESS TO AX-ADDRESS.
007340     MOVE AF-ACCTNO TO AX-ACCTNO.
007350     MOVE EV-TYPE(WS-EV-IX) TO AX-ALERT-TYPE.
007360     MOVE EV-AMOUNT(WS-EV-IX) TO AX-AMOUNT.

007370     MOVE 'J2G' TO DP-FUNCTION.
007380     MOVE EV-DATE(WS-EV-IX) TO DP-JULIAN.
007390     CALL 'DCI8BDAT' USING DATEPARM.
007400     MOVE DP-GREGORIAN TO AX-EVENT-DATE.
007410     MOVE DP-GREGORIAN TO WS-GREG-DATE.
007420     MOVE WS-GREG-DD TO WS-DD-DD.
007430     MOVE WS-GREG-MM TO WS-DD-MM.
007440     MOVE WS-GREG-YYYY TO WS-DD-YYYY.

007450     MOVE EV-AMOUNT(WS-EV-IX) TO WS-AMT-EDIT.
007460     PERFORM 2610-AMT-SPACE THRU 2610-EXIT
007470         VARYING WS-AMT-START FROM 1 BY 1
007480         UNTIL WS-AMT-EDIT(WS-AMT-START:1) NOT = SPACE.

007490     MOVE SPACES TO AX-TEXT.
007500     IF AX-ALERT-TYPE = 'DDRT' THEN
007510         STRING 'DCI: A DIRECT DEBIT OF '
007520                WS-AMT-EDIT(WS-AMT-START:)
007530                ' ON YOUR ACCOUNT ENDING '
007540                AF-ACCTNO(6:4)
007550                ' WAS RETURNED UNPAID. PLEASE CALL US.'
007560             DELIMITED BY SIZE INTO AX-TEXT
007570     ELSE IF AX-ALERT-TYPE = 'OVLM' THEN
007580         STRING 'DCI: YOUR ACCOUNT ENDING '
007590                AF-ACCTNO(6:4)
007600                ' IS OVER ITS CREDIT LIMIT. THE BALANCE IS '
007610                WS-AMT-EDIT(WS-AMT-START:)
007620                '.'
007630             DELIMITED BY SIZE INTO AX-TEXT
007640     ELSE IF AX-ALERT-TYPE = 'DUEM' THEN
007650         STRING 'DCI: A PAYMENT OF '
007660                WS-AMT-EDIT(WS-AMT-START:)
007670                ' ON YOUR ACCOUNT ENDING '
007680                AF-ACCTNO(6:4)
007690                ' IS DUE BY '
007700                WS-DATE-DISP
007710                '.'
007720             DELIMITED BY SIZE INTO AX-TEXT
007730     ELSE IF AX-ALERT-TYPE = 'PAYM' THEN
007740         STRING 'DCI: WE HAVE RECEIVED A PAYMENT OF '
007750                WS-AMT-EDIT(WS-AMT-START:)
007760                ' TO YOUR ACCOUNT ENDING '
007770                AF-ACCTNO(6:4)
007780                '. THANK YOU.'
007790             DELIMITED BY SIZE INTO AX-TEXT
007800     ELSE
007810         STRING 'DCI: YOUR ACCOUNT ENDING '
007820                AF-ACCTNO(6:4)
007830                ' HAS USED 90% OF ITS CREDIT LIMIT.'
007840                ' THE BALANCE IS '
007850                WS-AMT-EDIT(WS-AMT-START:)
007860                '.'
007870             DELIMITED BY SIZE INTO AX-TEXT
007880     END-IF
007890     END-IF
007900     END-IF
007910     END-IF.

007920     WRITE ALERT-REC FROM WS-ALERT-LINE.

007930 2600-EXIT.
007940     EXIT.

007950 2610-AMT-SPACE.
007960     CONTINUE.
007970 2610-EXIT.
007980     EXIT.

007990 9000-TERMINATE.

008000     MOVE WS-ALERT-COUNT TO AT-COUNT.
008010     WRITE ALERT-REC FROM WS-ALERT-TRAILER.

008020     CLOSE ALERTPRF-FILE.
008030     CLOSE ACCTFILE.
008040     CLOSE ACCTTXN-FILE.
008050     CLOSE CYCLE-FILE.
008060     CLOSE ALERT-FILE.

008070     DISPLAY 'DCI8BALR - CUSTOMER ALERTS - RUN SUMMARY'.
008080     DISPLAY 'PREFERENCE ROWS READ : ' WS-READ-COUNT.
008090     DISPLAY 'ACCOUNT NOT ON FILE  : ' WS-NO-ACCT-COUNT.
008100     DISPLAY 'ALREADY RUN TODAY    : ' WS-RERUN-COUNT.
008110     DISPLAY 'DECEASED ESTATE      : ' WS-ESTATE-COUNT.
008120     DISPLAY 'NO PHONE OR E-MAIL   : ' WS-NO-CONTACT-COUNT.
008130     DISPLAY 'ALERTS SENT          : ' WS-ALERT-COUNT.
008140     DISPLAY '  BY SMS             : ' WS-SMS-COUNT.
008150     DISPLAY '  BY E-MAIL          : ' WS-EMAIL-COUNT.
008160     DISPLAY 'OVER THE DAILY CAP   : ' WS-CAPPED-COUNT.

008170 9000-EXIT.
008180     EXIT.

008190*-----------------------------------------------------------------
008200* 8100/8200 WRITE THIS RUN'S START AND END ROWS TO THE COMMON
008210* RUN JOURNAL - OPENED EXTEND AND CLOSED AROUND EACH ROW SO AN
008220* ABEND IN THE BODY OF THE JOB NEVER LOSES THE START ROW
008230*-----------------------------------------------------------------
008240 8100-WRITE-JRNL-START.

008250*    A PREDECESSOR NOT YET ENDED CLEAN TODAY (JOBDEPS) STOPS
008260*    THE RUN HERE, BEFORE IT HAS TOUCHED ANYTHING
008270     MOVE 'DCI8BALR' TO JG-JOBNAME.
008280     CALL 'DCI8BJGT' USING JOBGATE.
008290     IF JG-RC-BLOCKED THEN
008300         MOVE JG-BLOCKED-RC TO RETURN-CODE
008310         STOP RUN
008320     END-IF.

008330     MOVE 'DCI8BALR' TO JR-JOBNAME.
008340     MOVE 'S' TO JR-ROW-TYPE.
008350     MOVE 0 TO JR-READ-COUNT JR-WRITTEN-COUNT
008360         JR-REJECTED-COUNT.
008370     MOVE SPACE TO JR-STATUS.
008380     PERFORM 8300-STAMP-AND-WRITE THRU 8300-EXIT.

008390 8100-EXIT.
008400     EXIT.

008410*    REJECTED IS THE ALERTS DUE BUT NOT SENT - OVER THE CAP OR
008420*    WITH NOWHERE TO SEND THEM
008430 8200-WRITE-JRNL-END.

008440     MOVE 'DCI8BALR' TO JR-JOBNAME.
008450     MOVE 'E' TO JR-ROW-TYPE.
008460     MOVE WS-READ-COUNT TO JR-READ-COUNT.
008470     MOVE WS-ALERT-COUNT TO JR-WRITTEN-COUNT.
008480     COMPUTE JR-REJECTED-COUNT =
008490         WS-CAPPED-COUNT + WS-NO-CONTACT-COUNT.
008500     MOVE 'G' TO JR-STATUS.
008510     PERFORM 8300-STAMP-AND-WRITE THRU 8300-EXIT.

008520 8200-EXIT.
008530     EXIT.

008540 8300-STAMP-AND-WRITE.

008550     ACCEPT JR-DATE FROM DAY YYYYDDD.
008560     ACCEPT WS-JRNL-TIME-RAW FROM TIME.
008570     MOVE WS-JRNL-TIME-RAW(1:6) TO JR-TIME.

008580     OPEN EXTEND JOURNAL-FILE.
008590     WRITE JR-REC.
008600     CLOSE JOURNAL-FILE.

008610 8300-EXIT.
008620     EXIT.

008630 END PROGRAM DCI8BALR.
