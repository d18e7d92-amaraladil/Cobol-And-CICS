000010*****************************************************************
000020* DCI8BGLP - DAY-END SUBLEDGER TO GENERAL LEDGER PROOF
000030*****************************************************************
000040 IDENTIFICATION DIVISION.
000050 PROGRAM-ID. DCI8BGLP.
000060 AUTHOR. AMAR AL-ADIL.
000070 INSTALLATION. DCI DATA CENTER.
000080 DATE-WRITTEN. 02-OCT-2026.
000090 DATE-COMPILED.
000100*****************************************************************
000110* MODIFICATION HISTORY
000120*-----------------------------------------------------------------
000130* DATE       BY   DESCRIPTION
000140* ---------- ---- ------------------------------------------------
000150* 2026-10-02 AA   INITIAL VERSION - PROVES EVERY DAY THAT THE GL
000160*                 CONTROL ACCOUNTS AGREE WITH WHAT THE SYSTEM
000170*                 SAYS CUSTOMERS OWE, AND PRINTS THE BALANCING
000180*                 CERTIFICATE
000182* 2026-10-06 AA   THE RUN NOW PASSES THE JOBDEPS PREREQUISITE
000184*                 GATE (DCI8BJGT) BEFORE ITS START ROW AND
000186*                 STOPS WITH RETURN CODE 12 WHEN A
000188*                 PREDECESSOR HAS NOT ENDED CLEAN TODAY
000190*-----------------------------------------------------------------
000200*****************************************************************
000210* THIS JOB RUNS AT DAY END, AFTER DCI8BGLX HAS WRITTEN THE DAY'S
000220* GLEXT (GLPPARM MAY CARRY THE PROOF DATE AS YYYYDDD; A MISSING
000230* OR BLANK CARD MEANS TODAY - THE DCI8BGLX RULE). IT TOTALS THE
000240* SUBLEDGER BY BRANCH FOR EACH GL CONTROL ACCOUNT:
000250*   RECEIVBL - CURR-BAL ACROSS ACCTFILE, DEBIT AND CREDIT
000260*              BALANCES KEPT APART
000270*   SUSPENSE - OPEN SUSPENSE ITEMS (A CREDIT ITEM IS MONEY HELD,
000280*              ANY OTHER TYPE COUNTS AGAINST IT), BRANCH ????
000290*   WRITEOFF - RECOVLDG CHARGED OFF LESS RECOVERED
000300*   ESCHEAT  - ESCHEAT BALANCES REMITTED TO THE AUTHORITY
000310* AND SETS EACH AGAINST THE LEDGER - THE OPENING POSITION STORED
000320* BY THE LAST PROOF ON GLPROOF, PLUS THE DAY'S GLEXT LINES FOR
000330* THAT BRANCH AND ACCOUNT. RECOVERIES REACH RECOVLDG WITHOUT
000340* PASSING THROUGH GLEXT (DIVIDENDS, AGENCY REMITTANCES AND THE
000350* DCI8BRCV SWEEP), SO THE RISE IN RECOVERED-TO-DATE SINCE THE
000360* OPENING IS TAKEN OFF THE WRITEOFF LEDGER POSITION AS A
000370* RECONCILING ITEM AND SHOWN ON ITS OWN.
000380*
000390* THE CLOSING LEDGER POSITIONS ARE STORED ON GLPROOF UNDER THE
000400* PROOF DATE AND THE DATE ITSELF ON ACCTCTL'S 'GLPLAST ' ROW, SO
000410* THE NEXT DAY OPENS FROM THEM. A RERUN FOR THE SAME DATE OPENS
000420* FROM THE OPENING IT STORED THE FIRST TIME AND REWRITES ITS
000430* ROWS. WITH NO EARLIER PROOF THE OPENING IS SEEDED FROM THE
000440* SUBLEDGER, SO THE FIRST DAY PROVES BY CONSTRUCTION.
000450*
000460* THE PROOF IS NOT TAKEN, NOTHING IS STORED AND THE RUN ENDS 'F'
000470* WHEN GLEXT IS EMPTY, HAS NO TRL OR DISAGREES WITH IT, DOES NOT
000480* BALANCE OR IS FOR ANOTHER DAY, WHEN A LATER DAY HAS ALREADY
000490* BEEN PROVED, WHEN THE OPENING ROWS ARE MISSING, OR WHEN THERE
000500* ARE MORE BRANCHES THAN THE TABLE HOLDS. A PROOF THAT IS TAKEN
000510* BUT FINDS A DIFFERENCE IS STORED AND ALSO ENDS 'F', SO THE
000520* DCI8BJRN MORNING REPORT FLAGS IT. GLPRPT IS THE ONE-PAGE
000530* CERTIFICATE - THE LEDGER ROLL-FORWARD AND THE PROOF BY
000540* ACCOUNT, THEN EVERY DIFFERENCE BY ACCOUNT AND BRANCH
000550*****************************************************************

000560 ENVIRONMENT DIVISION.
000570 CONFIGURATION SECTION.
000580 SOURCE-COMPUTER. IBM-370.
000590 OBJECT-COMPUTER. IBM-370.

000600 INPUT-OUTPUT SECTION.
000610 FILE-CONTROL.

000620     SELECT PARM-FILE ASSIGN TO GLPPARM
000630         ORGANIZATION IS SEQUENTIAL
000640         FILE STATUS IS WS-PARM-STATUS.

000650     SELECT EXTRACT-FILE ASSIGN TO GLEXT
000660         ORGANIZATION IS SEQUENTIAL
000670         FILE STATUS IS WS-EXTRACT-STATUS.

000680     SELECT ACCTFILE ASSIGN TO ACCTFILE
000690         ORGANIZATION IS INDEXED
000700         ACCESS MODE IS DYNAMIC
000710         RECORD KEY IS AF-ACCTKEY
000720         FILE STATUS IS WS-ACCTFILE-STATUS.

000730     SELECT SUSPENSE-FILE ASSIGN TO SUSPENSE
000740         ORGANIZATION IS INDEXED
000750         ACCESS MODE IS SEQUENTIAL
000760         RECORD KEY IS SU-KEY
000770         FILE STATUS IS WS-SUSPENSE-STATUS.

000780     SELECT RECOVLDG-FILE ASSIGN TO RECOVLDG
000790         ORGANIZATION IS INDEXED
000800         ACCESS MODE IS SEQUENTIAL
000810         RECORD KEY IS RL-ACCTNO
000820         FILE STATUS IS WS-RECOVLDG-STATUS.

000830     SELECT ESCHEAT-FILE ASSIGN TO ESCHEAT
000840         ORGANIZATION IS INDEXED
000850         ACCESS MODE IS SEQUENTIAL
000860         RECORD KEY IS ES-ACCTNO
000870         FILE STATUS IS WS-ESCHEAT-STATUS.

000880     SELECT GLPROOF-FILE ASSIGN TO GLPROOF
000890         ORGANIZATION IS INDEXED
000900         ACCESS MODE IS DYNAMIC
000910         RECORD KEY IS GP-KEY
000920         FILE STATUS IS WS-GLPROOF-STATUS.

000930     SELECT ACCTCTL-FILE ASSIGN TO ACCTCTL
000940         ORGANIZATION IS INDEXED
000950         ACCESS MODE IS RANDOM
000960         RECORD KEY IS CT-KEYNAME
000970         FILE STATUS IS WS-ACCTCTL-STATUS.

000980     SELECT REPORT-FILE ASSIGN TO GLPRPT
000990         ORGANIZATION IS SEQUENTIAL
001000         FILE STATUS IS WS-REPORT-STATUS.

001010     SELECT JOURNAL-FILE ASSIGN TO RUNJRNL
001020         ORGANIZATION IS SEQUENTIAL
001030         FILE STATUS IS WS-JOURNAL-STATUS.

001040 DATA DIVISION.
001050 FILE SECTION.

001060 FD  PARM-FILE
001070     RECORDING MODE IS F
001080     LABEL RECORDS ARE STANDARD.
001090 01  PARM-REC.
001100     05  GP-PARM-DATE            PIC X(07).
001110     05  FILLER                  PIC X(23).

001120*-----------------------------------------------------------------
001130* GLEXT - THE DCI8BGLX EXTRACT, ONE DTL LINE PER BRANCH/GL-
001140* ACCOUNT/SIDE AND A TRL ROW. THE TRL VIEW REDEFINES THE DTL
001150*-----------------------------------------------------------------
001160 FD  EXTRACT-FILE
001170     RECORDING MODE IS F
001180     LABEL RECORDS ARE STANDARD.
001190 01  EXTRACT-REC.
001200     05  GL-REC-TYPE             PIC X(03).
001210         88  GL-DETAIL                   VALUE 'DTL'.
001220         88  GL-TRAILER                  VALUE 'TRL'.
001230     05  GL-BRANCH               PIC X(04).
001240     05  GL-ACCOUNT              PIC X(08).
001250     05  GL-DRCR                 PIC X(01).
001260         88  GL-DEBIT                    VALUE 'D'.
001270         88  GL-CREDIT                   VALUE 'C'.
001280     05  GL-AMOUNT               PIC 9(12)V99.
001290     05  GL-DATE                 PIC 9(07).
001300     05  FILLER                  PIC X(03).

001310 01  EXTRACT-TRL-REC.
001320     05  FILLER                  PIC X(03).
001330     05  GT-LINE-COUNT           PIC 9(07).
001340     05  GT-DR-TOTAL             PIC 9(12)V99.
001350     05  GT-CR-TOTAL             PIC 9(12)V99.
001360     05  FILLER                  PIC X(02).

001370 FD  ACCTFILE
001380     LABEL RECORDS ARE STANDARD.
001390 01  ACCTFILE-REC.
001400     05  AF-ACCTKEY.
001410         10  AF-ACCTNO           PIC X(09).
001420     05  FILLER                  PIC X(223).
001430     05  AF-CURR-BAL             PIC S9(08)V99 COMP-3.
001440     05  AF-BUREAU-SCORE         PIC 9(03).
001450     05  AF-BSCORE-DATE          PIC S9(7) COMP-3.
001460     05  AF-BRANCH               PIC X(04).
001470     05  AF-CONTACT-PREF         PIC X(01).
001480     05  AF-STMT-CYCLE           PIC X(01).
001490     05  AF-GONEAWAY-FLAG        PIC X(01).
001500     05  AF-CUST-ID              PIC 9(08).
001510     05  AF-ESTATE-FLAG          PIC X(01).
001520     05  AF-SENS-FLAG            PIC X(01).
001530     05  AF-ANNFEE-PLAN          PIC X(01).
001540     05  AF-SETTLE-FLAG          PIC X(01).
001541     05  AF-PRODUCT-CODE         PIC X(04).

001550 FD  SUSPENSE-FILE
001560     LABEL RECORDS ARE STANDARD.
001570 01  SUSPENSE-REC.
001580     05  SU-KEY.
001590         10  SU-ACCTNO           PIC X(09).
001600         10  SU-DATE             PIC S9(7) COMP-3.
001610         10  SU-SEQNO            PIC 9(04) COMP.
001620     05  SU-TYPE                 PIC X(01).
001630     05  SU-AMOUNT               PIC 9(08)V99.
001640     05  SU-REASON               PIC X(35).
001650     05  SU-STATUS               PIC X(01).
001660         88  SU-OPEN                     VALUE 'O'.
001670     05  FILLER                  PIC X(109).

001680 FD  RECOVLDG-FILE
001690     LABEL RECORDS ARE STANDARD.
001700 01  RECOVLDG-REC.
001710     05  RL-ACCTNO               PIC X(09).
001720     05  RL-CHGOFF-DATE          PIC S9(7) COMP-3.
001730     05  RL-CHGOFF-AMT           PIC 9(08)V99.
001740     05  RL-RECOVERED-AMT        PIC 9(08)V99.
001750     05  FILLER                  PIC X(54).

001760 FD  ESCHEAT-FILE
001770     LABEL RECORDS ARE STANDARD.
001780 01  ESCHEAT-REC.
001790     05  ES-ACCTNO               PIC X(09).
001800     05  ES-STAGE                PIC X(01).
001810         88  ES-REMITTED                 VALUE 'R'.
001820     05  ES-CONTACT-DATE         PIC S9(7) COMP-3.
001830     05  ES-AMOUNT               PIC 9(08)V99.
001840     05  ES-REMIT-DATE           PIC S9(7) COMP-3.

001850*-----------------------------------------------------------------
001860* GLPROOF - ONE ROW PER PROOF DATE, BRANCH AND CONTROL ACCOUNT
001870*-----------------------------------------------------------------
001880 FD  GLPROOF-FILE
001890     LABEL RECORDS ARE STANDARD.
001900 01  GLPROOF-REC.
001910     05  GP-KEY.
001920         10  GP-PROOF-DATE       PIC 9(07).
001930         10  GP-BRANCH           PIC X(04).
001940         10  GP-GL-ACCT          PIC X(08).
001950     05  GP-SUB-BAL              PIC S9(11)V99 COMP-3.
001960     05  GP-SUB-DR-BAL           PIC S9(11)V99 COMP-3.
001970     05  GP-SUB-CR-BAL           PIC S9(11)V99 COMP-3.
001980     05  GP-RECOVERED            PIC S9(11)V99 COMP-3.
001990     05  GP-GL-OPEN              PIC S9(11)V99 COMP-3.
002000     05  GP-GL-MOVE              PIC S9(11)V99 COMP-3.
002010     05  GP-RECOV-MOVE           PIC S9(11)V99 COMP-3.
002020     05  GP-GL-CLOSE             PIC S9(11)V99 COMP-3.
002030     05  GP-DIFF                 PIC S9(11)V99 COMP-3.
002040     05  GP-SEEDED               PIC X(01).
002050         88  GP-OPEN-SEEDED              VALUE 'Y'.
002060     05  GP-RUN-DATE             PIC S9(7) COMP-3.

002070*    THE GLPLAST ROW CARRIES A YYYYDDD DATE IN THE VALUE FIELD
002080 FD  ACCTCTL-FILE
002090     LABEL RECORDS ARE STANDARD.
002100 01  ACCTCTL-REC.
002110     05  CT-KEYNAME              PIC X(08).
002120     05  CT-NEXT-ACCTNO          PIC 9(08).

002130 FD  REPORT-FILE
002140     RECORDING MODE IS F
002150     LABEL RECORDS ARE STANDARD.
002160 01  REPORT-LINE                 PIC X(80).

002170*-----------------------------------------------------------------
002180* RUNJRNL - THE COMMON BATCH RUN JOURNAL, ONE START ROW AND ONE
002190* END ROW PER RUN, READ BY DCI8BJRN FOR THE MORNING CHECK
002200*-----------------------------------------------------------------
002210 FD  JOURNAL-FILE
002220     RECORDING MODE IS F
002230     LABEL RECORDS ARE STANDARD.
002240 01  JR-REC.
002250     05  JR-JOBNAME              PIC X(08).
002260     05  JR-ROW-TYPE             PIC X(01).
002270     05  JR-DATE                 PIC 9(07).
002280     05  JR-TIME                 PIC 9(06).
002290     05  JR-READ-COUNT           PIC 9(07).
002300     05  JR-WRITTEN-COUNT        PIC 9(07).
002310     05  JR-REJECTED-COUNT       PIC 9(07).
002320     05  JR-STATUS               PIC X(01).
002330     05  FILLER                  PIC X(06).

002340 WORKING-STORAGE SECTION.
002350 77  WS-JOURNAL-STATUS       PIC X(02) VALUE SPACES.
002360 77  WS-JRNL-TIME-RAW        PIC 9(08) VALUE 0.

002365     COPY 'JOBGATE'.

002370 77  WS-PARM-STATUS          PIC X(02) VALUE SPACES.
002380 77  WS-EXTRACT-STATUS       PIC X(02) VALUE SPACES.
002390 77  WS-ACCTFILE-STATUS      PIC X(02) VALUE SPACES.
002400 77  WS-SUSPENSE-STATUS      PIC X(02) VALUE SPACES.
002410 77  WS-RECOVLDG-STATUS      PIC X(02) VALUE SPACES.
002420 77  WS-ESCHEAT-STATUS       PIC X(02) VALUE SPACES.
002430 77  WS-GLPROOF-STATUS       PIC X(02) VALUE SPACES.
002440 77  WS-ACCTCTL-STATUS       PIC X(02) VALUE SPACES.
002450 77  WS-REPORT-STATUS        PIC X(02) VALUE SPACES.

002460 01  WS-SWITCHES.
002470*    THE PROOF IS NOT TAKEN WHEN ITS INPUTS CANNOT BE TRUSTED -
002480*    THE CERTIFICATE STILL PRINTS, WITH THE REASON
002490     05  WS-PROOF-OK-SW      PIC X(01) VALUE 'Y'.
002500         88  WS-PROOF-OK             VALUE 'Y'.
002510     05  WS-SEEDED-SW        PIC X(01) VALUE 'N'.
002520         88  WS-SEEDED               VALUE 'Y'.
002530     05  WS-RERUN-SW         PIC X(01) VALUE 'N'.
002540         88  WS-RERUN                VALUE 'Y'.
002550     05  WS-CTL-FOUND-SW     PIC X(01) VALUE 'N'.
002560         88  WS-CTL-FOUND            VALUE 'Y'.
002570     05  WS-TRL-SEEN-SW      PIC X(01) VALUE 'N'.
002580         88  WS-TRL-SEEN             VALUE 'Y'.
002590     05  WS-EOF-SW           PIC X(01) VALUE 'N'.
002600         88  WS-EOF-YES              VALUE 'Y'.

002610 01  WS-COUNTERS.
002620     05  WS-OPEN-ROWS        PIC 9(07) COMP-3 VALUE 0.
002630     05  WS-GLEXT-LINES      PIC 9(07) COMP-3 VALUE 0.
002640     05  WS-ACCT-READ        PIC 9(09) COMP-3 VALUE 0.
002650     05  WS-SUSP-OPEN        PIC 9(07) COMP-3 VALUE 0.
002660     05  WS-RECOV-READ       PIC 9(07) COMP-3 VALUE 0.
002670     05  WS-ESCH-REMITTED    PIC 9(07) COMP-3 VALUE 0.
002680     05  WS-ROWS-WRITTEN     PIC 9(07) COMP-3 VALUE 0.
002690     05  WS-DIFF-CELLS       PIC 9(07) COMP-3 VALUE 0.
002700     05  WS-DIFF-PRINTED     PIC 9(07) COMP-3 VALUE 0.

002710 77  WS-PROOF-DATE           PIC 9(07) VALUE 0.
002720 77  WS-LAST-PROOF           PIC 9(07) VALUE 0.
002730 77  WS-OPEN-DATE            PIC 9(07) VALUE 0.
002740 77  WS-RUN-DATE             PIC 9(07) VALUE 0.
002750 01  WS-DATE-X               PIC X(07) VALUE SPACES.
002760 01  WS-DATE-NUM REDEFINES WS-DATE-X PIC 9(07).
002770 77  WS-GLEXT-DR             PIC S9(14)V99 COMP-3 VALUE 0.
002780 77  WS-GLEXT-CR             PIC S9(14)V99 COMP-3 VALUE 0.
002790 77  WS-NET-DIFF             PIC S9(13)V99 COMP-3 VALUE 0.
002800 77  WS-REFUSE-REASON        PIC X(60) VALUE SPACES.

002810*-----------------------------------------------------------------
002820* THE CONTROL ACCOUNTS, THE SIDE EACH NATURALLY STANDS ON AND
002830* THE CERTIFICATE'S NAME FOR IT, IN THE ORDER THE CELLS HOLD THEM
002840*-----------------------------------------------------------------
002850 01  WS-CATEGORY-NAMES.
002860     05  FILLER              PIC X(27) VALUE
002870         'RECEIVBLDCUSTOMER BALANCES '.
002880     05  FILLER              PIC X(27) VALUE
002890         'SUSPENSECUNAPPLIED SUSPENSE'.
002900     05  FILLER              PIC X(27) VALUE
002910         'WRITEOFFDNET WRITTEN OFF   '.
002920     05  FILLER              PIC X(27) VALUE
002930         'ESCHEAT CESCHEAT REMITTED  '.
002940 01  WS-CATEGORY-TABLE REDEFINES WS-CATEGORY-NAMES.
002950     05  WS-CAT-ENTRY OCCURS 4 TIMES.
002960         10  WS-CAT-ACCT     PIC X(08).
002970         10  WS-CAT-SIDE     PIC X(01).
002980         10  WS-CAT-DESC     PIC X(18).
002990 77  WS-CAT-MAX              PIC S9(04) COMP VALUE 4.
003000 77  WS-CAT-SUB              PIC S9(04) COMP VALUE 0.
003010 77  WS-CAT-HIT              PIC S9(04) COMP VALUE 0.
003020 77  WS-FIND-ACCT            PIC X(08) VALUE SPACES.

003030*-----------------------------------------------------------------
003040* THE PROOF TABLE - ONE ENTRY PER BRANCH, FIRST-SEEN ORDER, WITH
003050* A CELL PER CONTROL ACCOUNT. A CELL LOADED FROM THE OPENING
003060* ROWS IS ALWAYS STORED AGAIN, EVEN IF IT HAS GONE TO ZERO
003070*-----------------------------------------------------------------
003080 01  WS-BRANCH-TABLE.
003090     05  WS-BR-ENTRY OCCURS 500 TIMES.
003100         10  WS-BR-BRANCH        PIC X(04).
003110         10  WS-BR-CELL OCCURS 4 TIMES.
003120             15  WS-BC-LOADED    PIC X(01).
003130             15  WS-BC-SUB       PIC S9(11)V99 COMP-3.
003140             15  WS-BC-SUB-DR    PIC S9(11)V99 COMP-3.
003150             15  WS-BC-SUB-CR    PIC S9(11)V99 COMP-3.
003160             15  WS-BC-RECOV     PIC S9(11)V99 COMP-3.
003170             15  WS-BC-OPEN-RCV  PIC S9(11)V99 COMP-3.
003180             15  WS-BC-OPEN      PIC S9(11)V99 COMP-3.
003190             15  WS-BC-MOVE      PIC S9(11)V99 COMP-3.
003200             15  WS-BC-RCV-MOVE  PIC S9(11)V99 COMP-3.
003210             15  WS-BC-CLOSE     PIC S9(11)V99 COMP-3.
003220             15  WS-BC-DIFF      PIC S9(11)V99 COMP-3.
003230 77  WS-BR-MAX               PIC S9(04) COMP VALUE 500.
003240 77  WS-BR-USED              PIC S9(04) COMP VALUE 0.
003250 77  WS-BR-SUB               PIC S9(04) COMP VALUE 0.
003260 77  WS-BR-HIT               PIC S9(04) COMP VALUE 0.
003270 77  WS-FIND-BRANCH          PIC X(04) VALUE SPACES.

003280*    THE SAME FIGURES SUMMED OVER ALL BRANCHES, PER ACCOUNT
003290 01  WS-TOTAL-TABLE.
003300     05  WS-TOT-CELL OCCURS 4 TIMES.
003310         10  WS-TC-SUB           PIC S9(13)V99 COMP-3.
003320         10  WS-TC-SUB-DR        PIC S9(13)V99 COMP-3.
003330         10  WS-TC-SUB-CR        PIC S9(13)V99 COMP-3.
003340         10  WS-TC-OPEN          PIC S9(13)V99 COMP-3.
003350         10  WS-TC-MOVE          PIC S9(13)V99 COMP-3.
003360         10  WS-TC-RCV-MOVE      PIC S9(13)V99 COMP-3.
003370         10  WS-TC-CLOSE         PIC S9(13)V99 COMP-3.
003380         10  WS-TC-DIFF          PIC S9(13)V99 COMP-3.

003390*    THE BRANCH OF THE ACCOUNT A LEDGER ROW BELONGS TO - AN
003400*    ACCOUNT GONE FROM ACCTFILE BOOKS TO BRANCH ????, AS IN
003410*    DCI8BGLX
003420 77  WS-ACCT-BRANCH          PIC X(04) VALUE SPACES.

003430*    THE MOST DIFFERENCE LINES THAT STILL LEAVE THE CERTIFICATE
003440*    ON ONE PAGE - ANY MORE ARE COUNTED AND LEFT TO GLPROOF
003450 77  WS-DIFF-PRINT-MAX       PIC 9(07) COMP-3 VALUE 20.

003460 01  WS-REPORT-HEADING1.
003470     05  FILLER              PIC X(48) VALUE
003480         'DCI8BGLP - DAY-END BALANCING CERTIFICATE'.
003490     05  FILLER              PIC X(12) VALUE ' PROOF DATE '.
003500     05  RH-PROOF-DATE       PIC 9(07).
003510     05  FILLER              PIC X(13) VALUE SPACES.

003520 01  WS-OPENING-LINE.
003530     05  FILLER              PIC X(18) VALUE
003540         'OPENING POSITION: '.
003550     05  OL-TEXT             PIC X(62).

003560 01  WS-REFUSED-LINE.
003570     05  FILLER              PIC X(18) VALUE
003580         'PROOF NOT TAKEN - '.
003590     05  RF-REASON           PIC X(62).

003600 01  WS-SECTION-LINE.
003610     05  SC-TEXT             PIC X(80).

003620 01  WS-ROLL-HEADING.
003630     05  FILLER PIC X(08) VALUE 'GL ACCT'.
003640     05  FILLER PIC X(18) VALUE '       GL OPENING'.
003650     05  FILLER PIC X(18) VALUE '   GLEXT MOVEMENT'.
003660     05  FILLER PIC X(18) VALUE '       RECOVERIES'.
003670     05  FILLER PIC X(18) VALUE '       GL CLOSING'.

003680 01  WS-ROLL-LINE.
003690     05  RO-ACCT             PIC X(08).
003700     05  FILLER              PIC X(01) VALUE SPACES.
003710     05  RO-OPEN             PIC Z,ZZZ,ZZZ,ZZ9.99-.
003720     05  FILLER              PIC X(01) VALUE SPACES.
003730     05  RO-MOVE             PIC Z,ZZZ,ZZZ,ZZ9.99-.
003740     05  FILLER              PIC X(01) VALUE SPACES.
003750     05  RO-RECOV            PIC Z,ZZZ,ZZZ,ZZ9.99-.
003760     05  FILLER              PIC X(01) VALUE SPACES.
003770     05  RO-CLOSE            PIC Z,ZZZ,ZZZ,ZZ9.99-.

003780 01  WS-PROOF-HEADING.
003790     05  FILLER PIC X(08) VALUE 'GL ACCT'.
003800     05  FILLER PIC X(18) VALUE ' DESCRIPTION'.
003810     05  FILLER PIC X(18) VALUE '        SUBLEDGER'.
003820     05  FILLER PIC X(18) VALUE '       GL CLOSING'.
003830     05  FILLER PIC X(18) VALUE '       DIFFERENCE'.

003840 01  WS-PROOF-LINE.
003850     05  PL-ACCT             PIC X(08).
003860     05  FILLER              PIC X(01) VALUE SPACES.
003870     05  PL-DESC             PIC X(18).
003880     05  PL-SUB              PIC Z,ZZZ,ZZZ,ZZ9.99-.
003890     05  FILLER              PIC X(01) VALUE SPACES.
003900     05  PL-CLOSE            PIC Z,ZZZ,ZZZ,ZZ9.99-.
003910     05  FILLER              PIC X(01) VALUE SPACES.
003920     05  PL-DIFF             PIC Z,ZZZ,ZZZ,ZZ9.99-.

003930 01  WS-SPLIT-LINE.
003940     05  FILLER              PIC X(11) VALUE SPACES.
003950     05  SP-DESC             PIC X(16).
003960     05  SP-AMOUNT           PIC Z,ZZZ,ZZZ,ZZ9.99-.
003970     05  FILLER              PIC X(36) VALUE SPACES.

003980 01  WS-DIFF-HEADING.
003990     05  FILLER PIC X(08) VALUE 'GL ACCT'.
004000     05  FILLER PIC X(18) VALUE ' BRANCH'.
004010     05  FILLER PIC X(18) VALUE '        SUBLEDGER'.
004020     05  FILLER PIC X(18) VALUE '       GL CLOSING'.
004030     05  FILLER PIC X(18) VALUE '       DIFFERENCE'.

004040 01  WS-DIFF-LINE.
004050     05  DL-ACCT             PIC X(08).
004060     05  FILLER              PIC X(01) VALUE SPACES.
004070     05  DL-BRANCH           PIC X(04).
004080     05  FILLER              PIC X(14) VALUE SPACES.
004090     05  DL-SUB              PIC Z,ZZZ,ZZZ,ZZ9.99-.
004100     05  FILLER              PIC X(01) VALUE SPACES.
004110     05  DL-CLOSE            PIC Z,ZZZ,ZZZ,ZZ9.99-.
004120     05  FILLER              PIC X(01) VALUE SPACES.
004130     05  DL-DIFF             PIC Z,ZZZ,ZZZ,ZZ9.99-.

004140 01  WS-MORE-LINE.
004150     05  FILLER              PIC X(12) VALUE '... AND '.
004160     05  ML-COUNT            PIC ZZZZZZ9.
004170     05  FILLER              PIC X(61) VALUE
004180         ' MORE - SEE GLPROOF FOR THE PROOF DATE'.

004190 01  WS-RESULT-LINE.
004200     05  FILLER              PIC X(22) VALUE
004210         'NET DIFFERENCE      : '.
004220     05  RS-NET              PIC ZZ,ZZZ,ZZZ,ZZZ,ZZ9.99-.
004230     05  FILLER              PIC X(36) VALUE SPACES.

004240 PROCEDURE DIVISION.

004250 0000-MAINLINE.

004260     PERFORM 8100-WRITE-JRNL-START THRU 8100-EXIT.

004270     PERFORM 1000-INITIALIZE THRU 1000-EXIT.

004280     IF WS-PROOF-OK THEN
004290         PERFORM 2000-LOAD-OPENING THRU 2000-EXIT
004300     END-IF.

004310     IF WS-PROOF-OK THEN
004320         PERFORM 3000-READ-EXTRACT THRU 3000-EXIT
004330     END-IF.

004340     IF WS-PROOF-OK THEN
004350         PERFORM 4000-TOTAL-SUBLEDGER THRU 4000-EXIT
004360     END-IF.

004370     IF WS-PROOF-OK THEN
004380         PERFORM 5000-STRIKE-THE-PROOF THRU 5000-EXIT
004390         PERFORM 6000-STORE-POSITION THRU 6000-EXIT
004400     END-IF.

004410     PERFORM 7000-PRINT-CERTIFICATE THRU 7000-EXIT.

004420     PERFORM 9000-TERMINATE THRU 9000-EXIT.

004430     PERFORM 8200-WRITE-JRNL-END THRU 8200-EXIT.

004440     GOBACK.

004450 1000-INITIALIZE.

004460     OPEN INPUT EXTRACT-FILE.
004470     OPEN INPUT ACCTFILE.
004480     OPEN I-O GLPROOF-FILE.
004490     OPEN I-O ACCTCTL-FILE.
004500     OPEN OUTPUT REPORT-FILE.

004510     INITIALIZE WS-BRANCH-TABLE.
004520     INITIALIZE WS-TOTAL-TABLE.

004530     PERFORM 1100-READ-PARM THRU 1100-EXIT.

004540     MOVE WS-PROOF-DATE TO RH-PROOF-DATE.

004550     PERFORM 1200-READ-LAST-PROOF THRU 1200-EXIT.

004560 1000-EXIT.
004570     EXIT.

004580*-----------------------------------------------------------------
004590* 1100-READ-PARM - THE PROOF DATE, TODAY UNLESS GLPPARM SAYS
004600* OTHERWISE
004610*-----------------------------------------------------------------
004620 1100-READ-PARM.

004630     ACCEPT WS-PROOF-DATE FROM DAY YYYYDDD.
004640     MOVE WS-PROOF-DATE TO WS-RUN-DATE.

004650     OPEN INPUT PARM-FILE.
004660     IF WS-PARM-STATUS NOT = '00' THEN
004670         GO TO 1100-EXIT
004680     END-IF.

004690     READ PARM-FILE
004700         AT END
004710             CONTINUE
004720     END-READ.
004730     IF WS-PARM-STATUS = '00' AND
004740             GP-PARM-DATE NOT = SPACES THEN
004750         MOVE GP-PARM-DATE TO WS-DATE-X
004760         IF WS-DATE-X IS NUMERIC THEN
004770             MOVE WS-DATE-NUM TO WS-PROOF-DATE
004780         END-IF
004790     END-IF.
004800     CLOSE PARM-FILE.

004810 1100-EXIT.
004820     EXIT.

004830*-----------------------------------------------------------------
004840* 1200-READ-LAST-PROOF - THE GLPLAST ROW SAYS WHICH DAY'S ROWS
004850* THE OPENING COMES FROM. NO ROW MEANS THIS IS THE FIRST PROOF;
004860* THE PROOF DATE ITSELF MEANS A RERUN; A LATER DATE MEANS THE
004870* CARD OR THE SCHEDULE IS WRONG
004880*-----------------------------------------------------------------
004890 1200-READ-LAST-PROOF.

004900     MOVE 'GLPLAST ' TO CT-KEYNAME.
004910     READ ACCTCTL-FILE
004920         INVALID KEY
004930             CONTINUE
004940     END-READ.
004950     IF WS-ACCTCTL-STATUS = '00' THEN
004960         MOVE 'Y' TO WS-CTL-FOUND-SW
004970         MOVE CT-NEXT-ACCTNO TO WS-LAST-PROOF
004980     END-IF.

004990     IF WS-LAST-PROOF > WS-PROOF-DATE THEN
005000         MOVE 'A LATER DAY HAS ALREADY BEEN PROVED'
005010             TO WS-REFUSE-REASON
005020         MOVE 'N' TO WS-PROOF-OK-SW
005030         GO TO 1200-EXIT
005040     END-IF.

005050     IF WS-LAST-PROOF = 0 THEN
005060         MOVE 'Y' TO WS-SEEDED-SW
005070     ELSE IF WS-LAST-PROOF = WS-PROOF-DATE THEN
005080         MOVE 'Y' TO WS-RERUN-SW
005090     END-IF
005100     END-IF.

005110     MOVE WS-LAST-PROOF TO WS-OPEN-DATE.

005120 1200-EXIT.
005130     EXIT.

005140*-----------------------------------------------------------------
005150* 2000-LOAD-OPENING - THE ROWS STORED UNDER THE OPENING DATE.
005160* AFTER AN EARLIER DAY THE OPENING IS THAT DAY'S CLOSE; ON A
005170* RERUN IT IS THE OPENING THE FIRST RUN STORED (AND A RERUN OF
005180* A SEEDED DAY SEEDS AGAIN)
005190*-----------------------------------------------------------------
005200 2000-LOAD-OPENING.

005210     IF WS-SEEDED THEN
005220         GO TO 2000-EXIT
005230     END-IF.

005240     MOVE WS-OPEN-DATE TO GP-PROOF-DATE.
005250     MOVE LOW-VALUES TO GP-BRANCH GP-GL-ACCT.
005260     START GLPROOF-FILE KEY IS NOT LESS THAN GP-KEY
005270         INVALID KEY
005280             MOVE 'Y' TO WS-EOF-SW
005290     END-START.

005300     PERFORM 2100-LOAD-ONE-ROW THRU 2100-EXIT
005310         UNTIL WS-EOF-YES.
005320     MOVE 'N' TO WS-EOF-SW.

005330     IF WS-OPEN-ROWS = 0 THEN
005340         MOVE 'THE OPENING POSITION IS NOT ON GLPROOF'
005350             TO WS-REFUSE-REASON
005360         MOVE 'N' TO WS-PROOF-OK-SW
005370     END-IF.

005380 2000-EXIT.
005390     EXIT.

005400 2100-LOAD-ONE-ROW.

005410     READ GLPROOF-FILE NEXT RECORD
005420         AT END
005430             MOVE 'Y' TO WS-EOF-SW
005440             GO TO 2100-EXIT
005450     END-READ.

005460     IF GP-PROOF-DATE NOT = WS-OPEN-DATE THEN
005470         MOVE 'Y' TO WS-EOF-SW
005480         GO TO 2100-EXIT
005490     END-IF.

005500     MOVE GP-GL-ACCT TO WS-FIND-ACCT.
005510     PERFORM 2950-FIND-CATEGORY THRU 2950-EXIT.
005520     IF WS-CAT-HIT = 0 THEN
005530         GO TO 2100-EXIT
005540     END-IF.

005550     MOVE GP-BRANCH TO WS-FIND-BRANCH.
005560     PERFORM 2900-FIND-BRANCH THRU 2900-EXIT.
005570     IF WS-BR-HIT = 0 THEN
005580         MOVE 'Y' TO WS-EOF-SW
005590         GO TO 2100-EXIT
005600     END-IF.

005610     ADD 1 TO WS-OPEN-ROWS.
005620     MOVE 'Y' TO WS-BC-LOADED(WS-BR-HIT, WS-CAT-HIT).

005630     IF WS-RERUN THEN
005640         IF GP-OPEN-SEEDED THEN
005650             MOVE 'Y' TO WS-SEEDED-SW
005660         END-IF
005670         MOVE GP-GL-OPEN TO WS-BC-OPEN(WS-BR-HIT, WS-CAT-HIT)
005680         COMPUTE WS-BC-OPEN-RCV(WS-BR-HIT, WS-CAT-HIT) =
005690             GP-RECOVERED - GP-RECOV-MOVE
005700     ELSE
005710         MOVE GP-GL-CLOSE TO WS-BC-OPEN(WS-BR-HIT, WS-CAT-HIT)
005720         MOVE GP-RECOVERED
005730             TO WS-BC-OPEN-RCV(WS-BR-HIT, WS-CAT-HIT)
005740     END-IF.

005750 2100-EXIT.
005760     EXIT.

005770*-----------------------------------------------------------------
005780* 2900-FIND-BRANCH - THE TABLE ENTRY FOR WS-FIND-BRANCH, ADDED
005790* IF NEW. A FULL TABLE LEAVES WS-BR-HIT ZERO AND REFUSES THE
005800* PROOF
005810*-----------------------------------------------------------------
005820 2900-FIND-BRANCH.

005830     MOVE 0 TO WS-BR-HIT.
005840     PERFORM 2910-MATCH-ONE-BRANCH THRU 2910-EXIT
005850         VARYING WS-BR-SUB FROM 1 BY 1
005860         UNTIL WS-BR-SUB > WS-BR-USED OR WS-BR-HIT > 0.

005870     IF WS-BR-HIT > 0 THEN
005880         GO TO 2900-EXIT
005890     END-IF.

005900     IF WS-BR-USED NOT < WS-BR-MAX THEN
005910         MOVE 'MORE BRANCHES THAN THE PROOF TABLE HOLDS'
005920             TO WS-REFUSE-REASON
005930         MOVE 'N' TO WS-PROOF-OK-SW
005940         GO TO 2900-EXIT
005950     END-IF.

005960     ADD 1 TO WS-BR-USED.
005970     MOVE WS-BR-USED TO WS-BR-HIT.
005980     MOVE WS-FIND-BRANCH TO WS-BR-BRANCH(WS-BR-HIT).

005990 2900-EXIT.
006000     EXIT.

006010 2910-MATCH-ONE-BRANCH.

006020     IF WS-BR-BRANCH(WS-BR-SUB) = WS-FIND-BRANCH THEN
006030         MOVE WS-BR-SUB TO WS-BR-HIT
006040     END-IF.

006050 2910-EXIT.
006060     EXIT.

006070*-----------------------------------------------------------------
006080* 2950-FIND-CATEGORY - THE CELL FOR GL ACCOUNT WS-FIND-ACCT, OR
006090* ZERO FOR AN ACCOUNT THAT IS NOT A CONTROL ACCOUNT
006100*-----------------------------------------------------------------
006110 2950-FIND-CATEGORY.

006120     MOVE 0 TO WS-CAT-HIT.
006130     PERFORM 2960-MATCH-ONE-CATEGORY THRU 2960-EXIT
006140         VARYING WS-CAT-SUB FROM 1 BY 1
006150         UNTIL WS-CAT-SUB > WS-CAT-MAX OR WS-CAT-HIT > 0.

006160 2950-EXIT.
006170     EXIT.

006180 2960-MATCH-ONE-CATEGORY.

006190     IF WS-CAT-ACCT(WS-CAT-SUB) = WS-FIND-ACCT THEN
006200         MOVE WS-CAT-SUB TO WS-CAT-HIT
006210     END-IF.

006220 2960-EXIT.
006230     EXIT.

006240*-----------------------------------------------------------------
006250* 3000-READ-EXTRACT - THE DAY'S GLEXT MOVEMENT ON EACH CONTROL
006260* ACCOUNT BY BRANCH, SIGNED ON THE ACCOUNT'S NATURAL SIDE. THE
006270* EXTRACT IS PROVED AGAINST ITS OWN TRL AS IT GOES; LINES ON THE
006280* INCOME, CASH AND SETTLEMENT ACCOUNTS ONLY COUNT TOWARD THAT
006290*-----------------------------------------------------------------
006300 3000-READ-EXTRACT.

006310     PERFORM 3100-READ-ONE-LINE THRU 3100-EXIT
006320         UNTIL WS-EOF-YES OR NOT WS-PROOF-OK.

006330     IF NOT WS-PROOF-OK THEN
006340         GO TO 3000-EXIT
006350     END-IF.

006360     IF NOT WS-TRL-SEEN THEN
006370         IF WS-GLEXT-LINES = 0 THEN
006380             MOVE 'GLEXT IS EMPTY' TO WS-REFUSE-REASON
006390         ELSE
006400             MOVE 'GLEXT HAS NO TRL' TO WS-REFUSE-REASON
006410         END-IF
006420         MOVE 'N' TO WS-PROOF-OK-SW
006430         GO TO 3000-EXIT
006440     END-IF.

006450     IF WS-GLEXT-DR NOT = WS-GLEXT-CR THEN
006460         MOVE 'GLEXT DEBITS AND CREDITS DO NOT BALANCE'
006470             TO WS-REFUSE-REASON
006480         MOVE 'N' TO WS-PROOF-OK-SW
006490     END-IF.

006500 3000-EXIT.
006510     EXIT.

006520 3100-READ-ONE-LINE.

006530     READ EXTRACT-FILE
006540         AT END
006550             MOVE 'Y' TO WS-EOF-SW
006560             GO TO 3100-EXIT
006570     END-READ.

006580     IF GL-TRAILER THEN
006590         PERFORM 3300-CHECK-TRAILER THRU 3300-EXIT
006600         MOVE 'Y' TO WS-EOF-SW
006610         GO TO 3100-EXIT
006620     END-IF.

006630     IF NOT GL-DETAIL OR GL-AMOUNT IS NOT NUMERIC OR
006640             NOT (GL-DEBIT OR GL-CREDIT) THEN
006650         MOVE 'GLEXT HAS A MALFORMED LINE' TO WS-REFUSE-REASON
006660         MOVE 'N' TO WS-PROOF-OK-SW
006670         GO TO 3100-EXIT
006680     END-IF.

006690     IF GL-DATE NOT = WS-PROOF-DATE THEN
006700         MOVE 'GLEXT IS NOT FOR THE PROOF DATE'
006710             TO WS-REFUSE-REASON
006720         MOVE 'N' TO WS-PROOF-OK-SW
006730         GO TO 3100-EXIT
006740     END-IF.

006750     ADD 1 TO WS-GLEXT-LINES.
006760     IF GL-DEBIT THEN
006770         ADD GL-AMOUNT TO WS-GLEXT-DR
006780     ELSE
006790         ADD GL-AMOUNT TO WS-GLEXT-CR
006800     END-IF.

006810     MOVE GL-ACCOUNT TO WS-FIND-ACCT.
006820     PERFORM 2950-FIND-CATEGORY THRU 2950-EXIT.
006830     IF WS-CAT-HIT = 0 THEN
006840         GO TO 3100-EXIT
006850     END-IF.

006860     MOVE GL-BRANCH TO WS-FIND-BRANCH.
006870     PERFORM 2900-FIND-BRANCH THRU 2900-EXIT.
006880     IF WS-BR-HIT = 0 THEN
006890         GO TO 3100-EXIT
006900     END-IF.

006910     IF GL-DRCR = WS-CAT-SIDE(WS-CAT-HIT) THEN
006920         ADD GL-AMOUNT TO WS-BC-MOVE(WS-BR-HIT, WS-CAT-HIT)
006930     ELSE
006940         SUBTRACT GL-AMOUNT
006950             FROM WS-BC-MOVE(WS-BR-HIT, WS-CAT-HIT)
006960     END-IF.

006970 3100-EXIT.
006980     EXIT.

006990 3300-CHECK-TRAILER.

007000     MOVE 'Y' TO WS-TRL-SEEN-SW.

007010     IF GT-LINE-COUNT IS NOT NUMERIC OR
007020             GT-DR-TOTAL IS NOT NUMERIC OR
007030             GT-CR-TOTAL IS NOT NUMERIC THEN
007040         MOVE 'GLEXT TRL IS MALFORMED' TO WS-REFUSE-REASON
007050         MOVE 'N' TO WS-PROOF-OK-SW
007060         GO TO 3300-EXIT
007070     END-IF.

007080     IF GT-LINE-COUNT NOT = WS-GLEXT-LINES OR
007090             GT-DR-TOTAL NOT = WS-GLEXT-DR OR
007100             GT-CR-TOTAL NOT = WS-GLEXT-CR THEN
007110         MOVE 'GLEXT DOES NOT AGREE WITH ITS TRL'
007120             TO WS-REFUSE-REASON
007130         MOVE 'N' TO WS-PROOF-OK-SW
007140     END-IF.

007150 3300-EXIT.
007160     EXIT.

007170*-----------------------------------------------------------------
007180* 4000-TOTAL-SUBLEDGER - THE FOUR SUBLEDGER FIGURES BY BRANCH
007190*-----------------------------------------------------------------
007200 4000-TOTAL-SUBLEDGER.

007210     PERFORM 4100-ADD-ONE-ACCOUNT THRU 4100-EXIT
007220         UNTIL WS-EOF-YES OR NOT WS-PROOF-OK.
007230     MOVE 'N' TO WS-EOF-SW.

007240     OPEN INPUT SUSPENSE-FILE.
007250     IF WS-SUSPENSE-STATUS = '00' THEN
007260         PERFORM 4200-ADD-ONE-SUSPENSE THRU 4200-EXIT
007270             UNTIL WS-EOF-YES OR NOT WS-PROOF-OK
007280         CLOSE SUSPENSE-FILE
007290     END-IF.
007300     MOVE 'N' TO WS-EOF-SW.

007310     OPEN INPUT RECOVLDG-FILE.
007320     IF WS-RECOVLDG-STATUS = '00' THEN
007330         PERFORM 4300-ADD-ONE-CHARGE-OFF THRU 4300-EXIT
007340             UNTIL WS-EOF-YES OR NOT WS-PROOF-OK
007350         CLOSE RECOVLDG-FILE
007360     END-IF.
007370     MOVE 'N' TO WS-EOF-SW.

007380     OPEN INPUT ESCHEAT-FILE.
007390     IF WS-ESCHEAT-STATUS = '00' THEN
007400         PERFORM 4400-ADD-ONE-ESCHEAT THRU 4400-EXIT
007410             UNTIL WS-EOF-YES OR NOT WS-PROOF-OK
007420         CLOSE ESCHEAT-FILE
007430     END-IF.
007440     MOVE 'N' TO WS-EOF-SW.

007450 4000-EXIT.
007460     EXIT.

007470 4100-ADD-ONE-ACCOUNT.

007480     READ ACCTFILE NEXT RECORD
007490         AT END
007500             MOVE 'Y' TO WS-EOF-SW
007510             GO TO 4100-EXIT
007520     END-READ.

007530     ADD 1 TO WS-ACCT-READ.

007540     MOVE AF-BRANCH TO WS-FIND-BRANCH.
007550     PERFORM 2900-FIND-BRANCH THRU 2900-EXIT.
007560     IF WS-BR-HIT = 0 THEN
007570         GO TO 4100-EXIT
007580     END-IF.

007590     ADD AF-CURR-BAL TO WS-BC-SUB(WS-BR-HIT, 1).
007600     IF AF-CURR-BAL < 0 THEN
007610         SUBTRACT AF-CURR-BAL FROM WS-BC-SUB-CR(WS-BR-HIT, 1)
007620     ELSE
007630         ADD AF-CURR-BAL TO WS-BC-SUB-DR(WS-BR-HIT, 1)
007640     END-IF.

007650 4100-EXIT.
007660     EXIT.

007670 4200-ADD-ONE-SUSPENSE.

007680     READ SUSPENSE-FILE NEXT RECORD
007690         AT END
007700             MOVE 'Y' TO WS-EOF-SW
007710             GO TO 4200-EXIT
007720     END-READ.

007730     IF NOT SU-OPEN THEN
007740         GO TO 4200-EXIT
007750     END-IF.

007760     ADD 1 TO WS-SUSP-OPEN.

007770     MOVE '????' TO WS-FIND-BRANCH.
007780     PERFORM 2900-FIND-BRANCH THRU 2900-EXIT.
007790     IF WS-BR-HIT = 0 THEN
007800         GO TO 4200-EXIT
007810     END-IF.

007820     IF SU-TYPE = 'C' THEN
007830         ADD SU-AMOUNT TO WS-BC-SUB(WS-BR-HIT, 2)
007840     ELSE
007850         SUBTRACT SU-AMOUNT FROM WS-BC-SUB(WS-BR-HIT, 2)
007860     END-IF.

007870 4200-EXIT.
007880     EXIT.

007890 4300-ADD-ONE-CHARGE-OFF.

007900     READ RECOVLDG-FILE NEXT RECORD
007910         AT END
007920             MOVE 'Y' TO WS-EOF-SW
007930             GO TO 4300-EXIT
007940     END-READ.

007950     ADD 1 TO WS-RECOV-READ.

007960     MOVE RL-ACCTNO TO AF-ACCTNO.
007970     PERFORM 4500-LOOKUP-BRANCH THRU 4500-EXIT.
007980     MOVE WS-ACCT-BRANCH TO WS-FIND-BRANCH.
007990     PERFORM 2900-FIND-BRANCH THRU 2900-EXIT.
008000     IF WS-BR-HIT = 0 THEN
008010         GO TO 4300-EXIT
008020     END-IF.

008030     ADD RL-CHGOFF-AMT TO WS-BC-SUB(WS-BR-HIT, 3).
008040     SUBTRACT RL-RECOVERED-AMT FROM WS-BC-SUB(WS-BR-HIT, 3).
008050     ADD RL-RECOVERED-AMT TO WS-BC-RECOV(WS-BR-HIT, 3).

008060 4300-EXIT.
008070     EXIT.

008080 4400-ADD-ONE-ESCHEAT.

008090     READ ESCHEAT-FILE NEXT RECORD
008100         AT END
008110             MOVE 'Y' TO WS-EOF-SW
008120             GO TO 4400-EXIT
008130     END-READ.

008140     IF NOT ES-REMITTED THEN
008150         GO TO 4400-EXIT
008160     END-IF.

008170     ADD 1 TO WS-ESCH-REMITTED.

008180     MOVE ES-ACCTNO TO AF-ACCTNO.
008190     PERFORM 4500-LOOKUP-BRANCH THRU 4500-EXIT.
008200     MOVE WS-ACCT-BRANCH TO WS-FIND-BRANCH.
008210     PERFORM 2900-FIND-BRANCH THRU 2900-EXIT.
008220     IF WS-BR-HIT = 0 THEN
008230         GO TO 4400-EXIT
008240     END-IF.

008250     ADD ES-AMOUNT TO WS-BC-SUB(WS-BR-HIT, 4).

008260 4400-EXIT.
008270     EXIT.

008280 4500-LOOKUP-BRANCH.

008290     READ ACCTFILE
008300         INVALID KEY
008310             MOVE '????' TO WS-ACCT-BRANCH
008320             GO TO 4500-EXIT
008330     END-READ.

008340     MOVE AF-BRANCH TO WS-ACCT-BRANCH.

008350 4500-EXIT.
008360     EXIT.

008370*-----------------------------------------------------------------
008380* 5000-STRIKE-THE-PROOF - CLOSE EACH CELL'S LEDGER POSITION AND
008390* SET THE SUBLEDGER AGAINST IT. A SEEDED OPENING IS WHATEVER
008400* MAKES THE FIRST DAY AGREE
008410*-----------------------------------------------------------------
008420 5000-STRIKE-THE-PROOF.

008430     PERFORM 5100-STRIKE-ONE-BRANCH THRU 5100-EXIT
008440         VARYING WS-BR-SUB FROM 1 BY 1
008450         UNTIL WS-BR-SUB > WS-BR-USED.

008460 5000-EXIT.
008470     EXIT.

008480 5100-STRIKE-ONE-BRANCH.

008490     PERFORM 5200-STRIKE-ONE-CELL THRU 5200-EXIT
008500         VARYING WS-CAT-SUB FROM 1 BY 1
008510         UNTIL WS-CAT-SUB > WS-CAT-MAX.

008520 5100-EXIT.
008530     EXIT.

008540 5200-STRIKE-ONE-CELL.

008550     IF WS-SEEDED THEN
008560         MOVE WS-BC-RECOV(WS-BR-SUB, WS-CAT-SUB)
008570             TO WS-BC-OPEN-RCV(WS-BR-SUB, WS-CAT-SUB)
008580         COMPUTE WS-BC-OPEN(WS-BR-SUB, WS-CAT-SUB) =
008590             WS-BC-SUB(WS-BR-SUB, WS-CAT-SUB) -
008600             WS-BC-MOVE(WS-BR-SUB, WS-CAT-SUB)
008610     END-IF.

008620     COMPUTE WS-BC-RCV-MOVE(WS-BR-SUB, WS-CAT-SUB) =
008630         WS-BC-RECOV(WS-BR-SUB, WS-CAT-SUB) -
008640         WS-BC-OPEN-RCV(WS-BR-SUB, WS-CAT-SUB).

008650     COMPUTE WS-BC-CLOSE(WS-BR-SUB, WS-CAT-SUB) =
008660         WS-BC-OPEN(WS-BR-SUB, WS-CAT-SUB) +
008670         WS-BC-MOVE(WS-BR-SUB, WS-CAT-SUB) -
008680         WS-BC-RCV-MOVE(WS-BR-SUB, WS-CAT-SUB).

008690     COMPUTE WS-BC-DIFF(WS-BR-SUB, WS-CAT-SUB) =
008700         WS-BC-SUB(WS-BR-SUB, WS-CAT-SUB) -
008710         WS-BC-CLOSE(WS-BR-SUB, WS-CAT-SUB).

008720     IF WS-BC-DIFF(WS-BR-SUB, WS-CAT-SUB) NOT = 0 THEN
008730         ADD 1 TO WS-DIFF-CELLS
008740     END-IF.

008750     ADD WS-BC-SUB(WS-BR-SUB, WS-CAT-SUB)
008760         TO WS-TC-SUB(WS-CAT-SUB).
008770     ADD WS-BC-SUB-DR(WS-BR-SUB, WS-CAT-SUB)
008780         TO WS-TC-SUB-DR(WS-CAT-SUB).
008790     ADD WS-BC-SUB-CR(WS-BR-SUB, WS-CAT-SUB)
008800         TO WS-TC-SUB-CR(WS-CAT-SUB).
008810     ADD WS-BC-OPEN(WS-BR-SUB, WS-CAT-SUB)
008820         TO WS-TC-OPEN(WS-CAT-SUB).
008830     ADD WS-BC-MOVE(WS-BR-SUB, WS-CAT-SUB)
008840         TO WS-TC-MOVE(WS-CAT-SUB).
008850     ADD WS-BC-RCV-MOVE(WS-BR-SUB, WS-CAT-SUB)
008860         TO WS-TC-RCV-MOVE(WS-CAT-SUB).
008870     ADD WS-BC-CLOSE(WS-BR-SUB, WS-CAT-SUB)
008880         TO WS-TC-CLOSE(WS-CAT-SUB).
008890     ADD WS-BC-DIFF(WS-BR-SUB, WS-CAT-SUB)
008900         TO WS-TC-DIFF(WS-CAT-SUB).
008910     ADD WS-BC-DIFF(WS-BR-SUB, WS-CAT-SUB) TO WS-NET-DIFF.

008920 5200-EXIT.
008930     EXIT.

008940*-----------------------------------------------------------------
008950* 6000-STORE-POSITION - ONE GLPROOF ROW PER CELL WITH ANYTHING IN
008960* IT, REWRITTEN ON A RERUN, THEN THE PROOF DATE ON GLPLAST
008970*-----------------------------------------------------------------
008980 6000-STORE-POSITION.

008990     PERFORM 6100-STORE-ONE-BRANCH THRU 6100-EXIT
009000         VARYING WS-BR-SUB FROM 1 BY 1
009010         UNTIL WS-BR-SUB > WS-BR-USED.

009020     MOVE 'GLPLAST ' TO CT-KEYNAME.
009030     MOVE WS-PROOF-DATE TO CT-NEXT-ACCTNO.
009040     IF WS-CTL-FOUND THEN
009050         REWRITE ACCTCTL-REC
009060             INVALID KEY
009070                 CONTINUE
009080         END-REWRITE
009090     ELSE
009100         WRITE ACCTCTL-REC
009110             INVALID KEY
009120                 CONTINUE
009130         END-WRITE
009140     END-IF.

009150 6000-EXIT.
009160     EXIT.

009170 6100-STORE-ONE-BRANCH.

009180     PERFORM 6200-STORE-ONE-CELL THRU 6200-EXIT
009190         VARYING WS-CAT-SUB FROM 1 BY 1
009200         UNTIL WS-CAT-SUB > WS-CAT-MAX.

009210 6100-EXIT.
009220     EXIT.

009230 6200-STORE-ONE-CELL.

009240     IF WS-BC-LOADED(WS-BR-SUB, WS-CAT-SUB) NOT = 'Y' AND
009250             WS-BC-SUB(WS-BR-SUB, WS-CAT-SUB) = 0 AND
009260             WS-BC-SUB-CR(WS-BR-SUB, WS-CAT-SUB) = 0 AND
009270             WS-BC-RECOV(WS-BR-SUB, WS-CAT-SUB) = 0 AND
009280             WS-BC-OPEN(WS-BR-SUB, WS-CAT-SUB) = 0 AND
009290             WS-BC-MOVE(WS-BR-SUB, WS-CAT-SUB) = 0 THEN
009300         GO TO 6200-EXIT
009310     END-IF.

009320     MOVE WS-PROOF-DATE TO GP-PROOF-DATE.
009330     MOVE WS-BR-BRANCH(WS-BR-SUB) TO GP-BRANCH.
009340     MOVE WS-CAT-ACCT(WS-CAT-SUB) TO GP-GL-ACCT.
009350     MOVE WS-BC-SUB(WS-BR-SUB, WS-CAT-SUB) TO GP-SUB-BAL.
009360     MOVE WS-BC-SUB-DR(WS-BR-SUB, WS-CAT-SUB) TO GP-SUB-DR-BAL.
009370     MOVE WS-BC-SUB-CR(WS-BR-SUB, WS-CAT-SUB) TO GP-SUB-CR-BAL.
009380     MOVE WS-BC-RECOV(WS-BR-SUB, WS-CAT-SUB) TO GP-RECOVERED.
009390     MOVE WS-BC-OPEN(WS-BR-SUB, WS-CAT-SUB) TO GP-GL-OPEN.
009400     MOVE WS-BC-MOVE(WS-BR-SUB, WS-CAT-SUB) TO GP-GL-MOVE.
009410     MOVE WS-BC-RCV-MOVE(WS-BR-SUB, WS-CAT-SUB)
009420         TO GP-RECOV-MOVE.
009430     MOVE WS-BC-CLOSE(WS-BR-SUB, WS-CAT-SUB) TO GP-GL-CLOSE.
009440     MOVE WS-BC-DIFF(WS-BR-SUB, WS-CAT-SUB) TO GP-DIFF.
009450     MOVE WS-SEEDED-SW TO GP-SEEDED.
009460     MOVE WS-RUN-DATE TO GP-RUN-DATE.

009470     WRITE GLPROOF-REC
009480         INVALID KEY
009490             REWRITE GLPROOF-REC
009500                 INVALID KEY
009510                     CONTINUE
009520             END-REWRITE
009530     END-WRITE.

009540     ADD 1 TO WS-ROWS-WRITTEN.

009550 6200-EXIT.
009560     EXIT.

009570*-----------------------------------------------------------------
009580* 7000-PRINT-CERTIFICATE - THE ONE-PAGE CERTIFICATE: THE LEDGER
009590* ROLL-FORWARD, THE PROOF BY ACCOUNT (RECEIVBL WITH ITS DEBIT
009600* AND CREDIT BALANCES), THE DIFFERENCES BY ACCOUNT AND BRANCH
009610* AND THE VERDICT
009620*-----------------------------------------------------------------
009630 7000-PRINT-CERTIFICATE.

009640     WRITE REPORT-LINE FROM WS-REPORT-HEADING1.
009650     MOVE SPACES TO REPORT-LINE.
009660     WRITE REPORT-LINE.

009670     IF NOT WS-PROOF-OK THEN
009680         MOVE WS-REFUSE-REASON TO RF-REASON
009690         WRITE REPORT-LINE FROM WS-REFUSED-LINE
009700         MOVE 'NOTHING STORED - THE NEXT RUN OPENS FROM THE LAST'
009710             TO SC-TEXT
009720         WRITE REPORT-LINE FROM WS-SECTION-LINE
009730         MOVE 'GOOD PROOF ON GLPROOF' TO SC-TEXT
009740         WRITE REPORT-LINE FROM WS-SECTION-LINE
009750         DISPLAY 'DCI8BGLP - PROOF NOT TAKEN - ' WS-REFUSE-REASON
009760         GO TO 7000-EXIT
009770     END-IF.

009780     IF WS-SEEDED THEN
009790         MOVE 'SEEDED FROM THE SUBLEDGER - NO EARLIER PROOF'
009800             TO OL-TEXT
009810     ELSE IF WS-RERUN THEN
009820         MOVE 'AS STORED BY THE FIRST RUN FOR THIS DATE'
009830             TO OL-TEXT
009840     ELSE
009850         MOVE SPACES TO OL-TEXT
009860         STRING 'CLOSING POSITION OF PROOF DATE '
009870                 DELIMITED BY SIZE
009880             WS-OPEN-DATE DELIMITED BY SIZE
009890             INTO OL-TEXT
009900         END-STRING
009910     END-IF
009920     END-IF.
009930     WRITE REPORT-LINE FROM WS-OPENING-LINE.
009940     MOVE SPACES TO REPORT-LINE.
009950     WRITE REPORT-LINE.

009960     MOVE 'LEDGER ROLL-FORWARD' TO SC-TEXT.
009970     WRITE REPORT-LINE FROM WS-SECTION-LINE.
009980     WRITE REPORT-LINE FROM WS-ROLL-HEADING.
009990     PERFORM 7100-PRINT-ROLL-LINE THRU 7100-EXIT
010000         VARYING WS-CAT-SUB FROM 1 BY 1
010010         UNTIL WS-CAT-SUB > WS-CAT-MAX.
010020     MOVE SPACES TO REPORT-LINE.
010030     WRITE REPORT-LINE.

010040     MOVE 'SUBLEDGER PROOF' TO SC-TEXT.
010050     WRITE REPORT-LINE FROM WS-SECTION-LINE.
010060     WRITE REPORT-LINE FROM WS-PROOF-HEADING.
010070     PERFORM 7200-PRINT-PROOF-LINE THRU 7200-EXIT
010080         VARYING WS-CAT-SUB FROM 1 BY 1
010090         UNTIL WS-CAT-SUB > WS-CAT-MAX.
010100     MOVE SPACES TO REPORT-LINE.
010110     WRITE REPORT-LINE.

010120     MOVE 'DIFFERENCES BY GL ACCOUNT AND BRANCH' TO SC-TEXT.
010130     WRITE REPORT-LINE FROM WS-SECTION-LINE.
010140     IF WS-DIFF-CELLS = 0 THEN
010150         MOVE 'NONE' TO SC-TEXT
010160         WRITE REPORT-LINE FROM WS-SECTION-LINE
010170     ELSE
010180         WRITE REPORT-LINE FROM WS-DIFF-HEADING
010190         PERFORM 7300-PRINT-DIFF-CAT THRU 7300-EXIT
010200             VARYING WS-CAT-SUB FROM 1 BY 1
010210             UNTIL WS-CAT-SUB > WS-CAT-MAX
010220     END-IF.
010230     IF WS-DIFF-CELLS > WS-DIFF-PRINTED THEN
010240         COMPUTE ML-COUNT = WS-DIFF-CELLS - WS-DIFF-PRINTED
010250         WRITE REPORT-LINE FROM WS-MORE-LINE
010260     END-IF.
010270     MOVE SPACES TO REPORT-LINE.
010280     WRITE REPORT-LINE.

010290     MOVE WS-NET-DIFF TO RS-NET.
010300     WRITE REPORT-LINE FROM WS-RESULT-LINE.
010310     IF WS-DIFF-CELLS = 0 THEN
010320         MOVE 'CERTIFIED - THE SUBLEDGER AGREES WITH THE GENERAL'
010330             TO SC-TEXT
010340         WRITE REPORT-LINE FROM WS-SECTION-LINE
010350         MOVE 'LEDGER CONTROL ACCOUNTS AT EVERY BRANCH' TO SC-TEXT
010360         WRITE REPORT-LINE FROM WS-SECTION-LINE
010370     ELSE
010380         MOVE '*** NOT CERTIFIED - OUT OF BALANCE - SEE THE'
010390             TO SC-TEXT
010400         WRITE REPORT-LINE FROM WS-SECTION-LINE
010410         MOVE 'DIFFERENCES ABOVE ***' TO SC-TEXT
010420         WRITE REPORT-LINE FROM WS-SECTION-LINE
010430     END-IF.

010440 7000-EXIT.
010450     EXIT.

010460 7100-PRINT-ROLL-LINE.

010470     MOVE WS-CAT-ACCT(WS-CAT-SUB) TO RO-ACCT.
010480     MOVE WS-TC-OPEN(WS-CAT-SUB) TO RO-OPEN.
010490     MOVE WS-TC-MOVE(WS-CAT-SUB) TO RO-MOVE.
010500     MOVE WS-TC-RCV-MOVE(WS-CAT-SUB) TO RO-RECOV.
010510     MOVE WS-TC-CLOSE(WS-CAT-SUB) TO RO-CLOSE.
010520     WRITE REPORT-LINE FROM WS-ROLL-LINE.

010530 7100-EXIT.
010540     EXIT.

010550 7200-PRINT-PROOF-LINE.

010560     MOVE WS-CAT-ACCT(WS-CAT-SUB) TO PL-ACCT.
010570     MOVE WS-CAT-DESC(WS-CAT-SUB) TO PL-DESC.
010580     MOVE WS-TC-SUB(WS-CAT-SUB) TO PL-SUB.
010590     MOVE WS-TC-CLOSE(WS-CAT-SUB) TO PL-CLOSE.
010600     MOVE WS-TC-DIFF(WS-CAT-SUB) TO PL-DIFF.
010610     WRITE REPORT-LINE FROM WS-PROOF-LINE.

010620     IF WS-CAT-SUB = 1 THEN
010630         MOVE 'DEBIT BALANCES' TO SP-DESC
010640         MOVE WS-TC-SUB-DR(WS-CAT-SUB) TO SP-AMOUNT
010650         WRITE REPORT-LINE FROM WS-SPLIT-LINE
010660         MOVE 'CREDIT BALANCES' TO SP-DESC
010670         COMPUTE SP-AMOUNT = 0 - WS-TC-SUB-CR(WS-CAT-SUB)
010680         WRITE REPORT-LINE FROM WS-SPLIT-LINE
010690     END-IF.

010700 7200-EXIT.
010710     EXIT.

010720 7300-PRINT-DIFF-CAT.

010730     PERFORM 7310-PRINT-DIFF-LINE THRU 7310-EXIT
010740         VARYING WS-BR-SUB FROM 1 BY 1
010750         UNTIL WS-BR-SUB > WS-BR-USED.

010760 7300-EXIT.
010770     EXIT.

010780 7310-PRINT-DIFF-LINE.

010790     IF WS-BC-DIFF(WS-BR-SUB, WS-CAT-SUB) = 0 OR
010800             WS-DIFF-PRINTED NOT < WS-DIFF-PRINT-MAX THEN
010810         GO TO 7310-EXIT
010820     END-IF.

010830     MOVE WS-CAT-ACCT(WS-CAT-SUB) TO DL-ACCT.
010840     MOVE WS-BR-BRANCH(WS-BR-SUB) TO DL-BRANCH.
010850     MOVE WS-BC-SUB(WS-BR-SUB, WS-CAT-SUB) TO DL-SUB.
010860     MOVE WS-BC-CLOSE(WS-BR-SUB, WS-CAT-SUB) TO DL-CLOSE.
010870     MOVE WS-BC-DIFF(WS-BR-SUB, WS-CAT-SUB) TO DL-DIFF.
010880     WRITE REPORT-LINE FROM WS-DIFF-LINE.
010890     ADD 1 TO WS-DIFF-PRINTED.

010900 7310-EXIT.
010910     EXIT.

010920 9000-TERMINATE.

010930     DISPLAY 'DCI8BGLP - SUBLEDGER TO GL PROOF - RUN SUMMARY'.
010940     DISPLAY 'PROOF DATE       : ' WS-PROOF-DATE.
010950     DISPLAY 'OPENING DATE     : ' WS-OPEN-DATE.
010960     DISPLAY 'OPENING ROWS     : ' WS-OPEN-ROWS.
010970     DISPLAY 'GLEXT LINES      : ' WS-GLEXT-LINES.
010980     DISPLAY 'ACCOUNTS READ    : ' WS-ACCT-READ.
010990     DISPLAY 'SUSPENSE OPEN    : ' WS-SUSP-OPEN.
011000     DISPLAY 'CHARGE-OFFS READ : ' WS-RECOV-READ.
011010     DISPLAY 'ESCHEAT REMITTED : ' WS-ESCH-REMITTED.
011020     DISPLAY 'GLPROOF WRITTEN  : ' WS-ROWS-WRITTEN.
011030     DISPLAY 'DIFFERENCES      : ' WS-DIFF-CELLS.
011040     DISPLAY 'NET DIFFERENCE   : ' WS-NET-DIFF.

011050     CLOSE EXTRACT-FILE.
011060     CLOSE ACCTFILE.
011070     CLOSE GLPROOF-FILE.
011080     CLOSE ACCTCTL-FILE.
011090     CLOSE REPORT-FILE.

011100 9000-EXIT.
011110     EXIT.

011120*-----------------------------------------------------------------
011130* 8100/8200 WRITE THIS RUN'S START AND END ROWS TO THE COMMON
011140* RUN JOURNAL - OPENED EXTEND AND CLOSED AROUND EACH ROW SO AN
011150* ABEND IN THE BODY OF THE JOB NEVER LOSES THE START ROW
011160*-----------------------------------------------------------------
011170 8100-WRITE-JRNL-START.

011171*    A PREDECESSOR NOT YET ENDED CLEAN TODAY (JOBDEPS) STOPS
011172*    THE RUN HERE, BEFORE IT HAS TOUCHED ANYTHING
011173     MOVE 'DCI8BGLP' TO JG-JOBNAME.
011174     CALL 'DCI8BJGT' USING JOBGATE.
011175     IF JG-RC-BLOCKED THEN
011176         MOVE JG-BLOCKED-RC TO RETURN-CODE
011177         STOP RUN
011178     END-IF.

011180     MOVE 'DCI8BGLP' TO JR-JOBNAME.
011190     MOVE 'S' TO JR-ROW-TYPE.
011200     MOVE 0 TO JR-READ-COUNT JR-WRITTEN-COUNT
011210         JR-REJECTED-COUNT.
011220     MOVE SPACE TO JR-STATUS.
011230     PERFORM 8300-STAMP-AND-WRITE THRU 8300-EXIT.

011240 8100-EXIT.
011250     EXIT.

011260*    A REFUSED PROOF OR ONE OUT OF BALANCE ENDS 'F'; REJECTED
011270*    CARRIES THE BRANCH/ACCOUNT CELLS WITH A DIFFERENCE
011280 8200-WRITE-JRNL-END.

011290     MOVE 'DCI8BGLP' TO JR-JOBNAME.
011300     MOVE 'E' TO JR-ROW-TYPE.
011310     MOVE WS-ACCT-READ TO JR-READ-COUNT.
011320     MOVE WS-ROWS-WRITTEN TO JR-WRITTEN-COUNT.
011330     MOVE WS-DIFF-CELLS TO JR-REJECTED-COUNT.
011340     IF WS-PROOF-OK AND WS-DIFF-CELLS = 0 THEN
011350         MOVE 'G' TO JR-STATUS
011360     ELSE
011370         MOVE 'F' TO JR-STATUS
011380     END-IF.
011390     PERFORM 8300-STAMP-AND-WRITE THRU 8300-EXIT.

011400 8200-EXIT.
011410     EXIT.

011420 8300-STAMP-AND-WRITE.

011430     ACCEPT JR-DATE FROM DAY YYYYDDD.
011440     ACCEPT WS-JRNL-TIME-RAW FROM TIME.
011450     MOVE WS-JRNL-TIME-RAW(1:6) TO JR-TIME.

011460     OPEN EXTEND JOURNAL-FILE.
011470     WRITE JR-REC.
011480     CLOSE JOURNAL-FILE.

011490 8300-EXIT.
011500     EXIT.

011510 END PROGRAM DCI8BGLP.
