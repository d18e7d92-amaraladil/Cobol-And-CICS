000010*****************************************************************
000020* DCI8BPSC - NIGHTLY PRINT STREAM TO THE MAILING HOUSE
000030*****************************************************************
000040 IDENTIFICATION DIVISION.
000050 PROGRAM-ID. DCI8BPSC.
000060 AUTHOR. AMAR AL-ADIL.
000070 INSTALLATION. DCI DATA CENTER.
000080 DATE-WRITTEN. 15-OCT-2026.
000090 DATE-COMPILED.
000100*****************************************************************
000110* MODIFICATION HISTORY
000120*-----------------------------------------------------------------
000130* DATE       BY   DESCRIPTION
000140* ---------- ---- ------------------------------------------------
000150* 2026-10-15 AA   INITIAL VERSION - ONE VENDOR FILE A NIGHT IN
000160*                 POSTCODE ORDER, ONE ENVELOPE PER CUSTOMER AND
000170*                 ADDRESS, WITH A CONTROL FILE FOR RECONCILIATION
000171* 2026-10-15 AA   FCSPRT (DCI8BFCS FINAL CLOSING STATEMENTS) JOINS
000172*                 THE STREAM AS THE ELEVENTH SOURCE RUN
000173* 2026-10-15 AA   ASMPRT (DCI8BASM ANNUAL INTEREST AND CHARGES
000174*                 SUMMARIES) JOINS AS THE TWELFTH SOURCE RUN
000180*-----------------------------------------------------------------
000190*****************************************************************
000200* THIS NIGHTLY JOB RUNS AFTER THE LAST OF THE LETTER AND STATEMENT
000210* RUNS AND MERGES THEIR PRINT FILES (STMTPRT, RPRPRT, DUNLTTR,
000211* PDRLTTR, ANFLTTR, SQLLTTR, CMPLTTR, ESCLTTR, ACLLTTR, AALPRT,
000212* FCSPRT, ASMPRT - A RUN NOT RUN TONIGHT IS AN EMPTY FILE) INTO
000213* THE ONE FILE THE MAILING HOUSE PRINTS FROM, PSCOUT. EVERY POSTED
000250* DOCUMENT ON THOSE FILES OPENS WITH A PRTDOC DOCUMENT-START ROW
000260* GIVING ITS TYPE, ACCOUNT AND THE ADDRESS IT IS PRINTED TO; THE
000270* LINES UP TO THE NEXT ONE ARE THE DOCUMENT. A LINE AHEAD OF THE
000280* FIRST ROW ON A FILE BELONGS TO NO DOCUMENT AND IS COUNTED AS
000290* UNMATCHED, NOT SENT.
000300*
000310* THE POSTCODE IS THE LAST WORD OF ADDRESS 2, THE RULE DCI8DPGE
000320* ENFORCES. A DOCUMENT WHOSE POSTCODE IS ON POSTCFG GOES IN THE
000330* POSTCODE-SORTED DISCOUNT RUN; ONE WHOSE POSTCODE IS MISSING OR
000340* UNKNOWN SORTS TO THE END AS RESIDUE AT FULL POSTAGE.
000350*
000360* DOCUMENTS FOR THE SAME CUSTOMER (ACCTFILE CUST-ID) GOING TO THE
000370* SAME ADDRESS SHARE ONE ENVELOPE - A STATEMENT FIRST, THEN THE
000380* LETTERS IN THE ORDER ABOVE. AN ACCOUNT NOT YET LINKED TO A
000390* CUSTOMER, OR A DECLINED APPLICANT WITH NO ACCOUNT, ONLY SHARES
000400* AN ENVELOPE WITH ITS OWN OTHER DOCUMENTS.
000410*
000420* PAGES ARE WORKED OUT FROM THE LINE COUNT AT THE ACCTCTL
000430* 'PSCPGLEN' LINES A PAGE (DEFAULT 60). PSCOUT CARRIES A HDR ROW,
000440* THEN PER ENVELOPE AN ENV ROW, A DOC ROW PER DOCUMENT WITH ITS
000450* TYPE AND PAGE COUNT FOLLOWED BY ITS LIN ROWS, AND AN EOE ROW
000460* WITH THE ENVELOPE'S DOCUMENT AND PAGE TOTALS, THEN A TRL ROW.
000470* PSCCTL CARRIES A SRC ROW OF DOCUMENT, PAGE AND LINE TOTALS FOR
000480* EACH SOURCE RUN - EVERY RUN GETS ONE, ZERO OR NOT - AND A TOT
000490* ROW, SO THE VENDOR'S MAILED FIGURES CAN BE RECONCILED BACK TO
000500* THE RUNS. DATES IN BOTH FILES ARE YYYYMMDD
000510*****************************************************************

000520 ENVIRONMENT DIVISION.
000530 CONFIGURATION SECTION.
000540 SOURCE-COMPUTER. IBM-370.
000550 OBJECT-COMPUTER. IBM-370.

000560 INPUT-OUTPUT SECTION.
000570 FILE-CONTROL.

000580     SELECT STMTPRT-FILE ASSIGN TO STMTPRT
000590         ORGANIZATION IS SEQUENTIAL
000600         FILE STATUS IS WS-SOURCE-STATUS.

000610     SELECT RPRPRT-FILE ASSIGN TO RPRPRT
000620         ORGANIZATION IS SEQUENTIAL
000630         FILE STATUS IS WS-SOURCE-STATUS.

000640     SELECT DUNLTTR-FILE ASSIGN TO DUNLTTR
000650         ORGANIZATION IS SEQUENTIAL
000660         FILE STATUS IS WS-SOURCE-STATUS.

000670     SELECT PDRLTTR-FILE ASSIGN TO PDRLTTR
000680         ORGANIZATION IS SEQUENTIAL
000690         FILE STATUS IS WS-SOURCE-STATUS.

000700     SELECT ANFLTTR-FILE ASSIGN TO ANFLTTR
000710         ORGANIZATION IS SEQUENTIAL
000720         FILE STATUS IS WS-SOURCE-STATUS.

000730     SELECT SQLLTTR-FILE ASSIGN TO SQLLTTR
000740         ORGANIZATION IS SEQUENTIAL
000750         FILE STATUS IS WS-SOURCE-STATUS.

000760     SELECT CMPLTTR-FILE ASSIGN TO CMPLTTR
000770         ORGANIZATION IS SEQUENTIAL
000780         FILE STATUS IS WS-SOURCE-STATUS.

000790     SELECT ESCLTTR-FILE ASSIGN TO ESCLTTR
000800         ORGANIZATION IS SEQUENTIAL
000810         FILE STATUS IS WS-SOURCE-STATUS.

000820     SELECT ACLLTTR-FILE ASSIGN TO ACLLTTR
000830         ORGANIZATION IS SEQUENTIAL
000840         FILE STATUS IS WS-SOURCE-STATUS.

000850     SELECT AALPRT-FILE ASSIGN TO AALPRT
000860         ORGANIZATION IS SEQUENTIAL
000870         FILE STATUS IS WS-SOURCE-STATUS.

000871     SELECT FCSPRT-FILE ASSIGN TO FCSPRT
000872         ORGANIZATION IS SEQUENTIAL
000873         FILE STATUS IS WS-SOURCE-STATUS.

000874     SELECT ASMPRT-FILE ASSIGN TO ASMPRT
000875         ORGANIZATION IS SEQUENTIAL
000876         FILE STATUS IS WS-SOURCE-STATUS.

000880     SELECT ACCTFILE ASSIGN TO ACCTFILE
000890         ORGANIZATION IS INDEXED
000900         ACCESS MODE IS RANDOM
000910         RECORD KEY IS AF-ACCTKEY
000920         FILE STATUS IS WS-ACCTFILE-STATUS.

000930     SELECT POSTCFG-FILE ASSIGN TO POSTCFG
000940         ORGANIZATION IS INDEXED
000950         ACCESS MODE IS RANDOM
000960         RECORD KEY IS PC-CODE
000970         FILE STATUS IS WS-POSTCFG-STATUS.

000980     SELECT ACCTCTL-FILE ASSIGN TO ACCTCTL
000990         ORGANIZATION IS INDEXED
001000         ACCESS MODE IS RANDOM
001010         RECORD KEY IS CT-KEYNAME
001020         FILE STATUS IS WS-ACCTCTL-STATUS.

001030     SELECT SORT-FILE ASSIGN TO SORTWK01.

001040     SELECT VENDOR-FILE ASSIGN TO PSCOUT
001050         ORGANIZATION IS SEQUENTIAL
001060         FILE STATUS IS WS-VENDOR-STATUS.

001070     SELECT CONTROL-FILE ASSIGN TO PSCCTL
001080         ORGANIZATION IS SEQUENTIAL
001090         FILE STATUS IS WS-CONTROL-STATUS.

001100     SELECT JOURNAL-FILE ASSIGN TO RUNJRNL
001110         ORGANIZATION IS SEQUENTIAL
001120         FILE STATUS IS WS-JOURNAL-STATUS.

001130 DATA DIVISION.
001140 FILE SECTION.

001150*-----------------------------------------------------------------
001160* THE NIGHT'S PRINT FILES - 80-BYTE PRINT LINES, EACH DOCUMENT
001170* OPENED BY ITS PRTDOC ROW
001180*-----------------------------------------------------------------
001190 FD  STMTPRT-FILE
001200     RECORDING MODE IS F
001210     LABEL RECORDS ARE STANDARD.
001220 01  STMTPRT-LINE                PIC X(80).

001230 FD  RPRPRT-FILE
001240     RECORDING MODE IS F
001250     LABEL RECORDS ARE STANDARD.
001260 01  RPRPRT-LINE                 PIC X(80).

001270 FD  DUNLTTR-FILE
001280     RECORDING MODE IS F
001290     LABEL RECORDS ARE STANDARD.
001300 01  DUNLTTR-LINE                PIC X(80).

001310 FD  PDRLTTR-FILE
001320     RECORDING MODE IS F
001330     LABEL RECORDS ARE STANDARD.
001340 01  PDRLTTR-LINE                PIC X(80).

001350 FD  ANFLTTR-FILE
001360     RECORDING MODE IS F
001370     LABEL RECORDS ARE STANDARD.
001380 01  ANFLTTR-LINE                PIC X(80).

001390 FD  SQLLTTR-FILE
001400     RECORDING MODE IS F
001410     LABEL RECORDS ARE STANDARD.
001420 01  SQLLTTR-LINE                PIC X(80).

001430 FD  CMPLTTR-FILE
001440     RECORDING MODE IS F
001450     LABEL RECORDS ARE STANDARD.
001460 01  CMPLTTR-LINE                PIC X(80).

001470 FD  ESCLTTR-FILE
001480     RECORDING MODE IS F
001490     LABEL RECORDS ARE STANDARD.
001500 01  ESCLTTR-LINE                PIC X(80).

001510 FD  ACLLTTR-FILE
001520     RECORDING MODE IS F
001530     LABEL RECORDS ARE STANDARD.
001540 01  ACLLTTR-LINE                PIC X(80).

001550 FD  AALPRT-FILE
001560     RECORDING MODE IS F
001570     LABEL RECORDS ARE STANDARD.
001580 01  AALPRT-LINE                 PIC X(80).

001581 FD  FCSPRT-FILE
001582     RECORDING MODE IS F
001583     LABEL RECORDS ARE STANDARD.
001584 01  FCSPRT-LINE                 PIC X(80).

001585 FD  ASMPRT-FILE
001586     RECORDING MODE IS F
001587     LABEL RECORDS ARE STANDARD.
001588 01  ASMPRT-LINE                 PIC X(80).

001590*-----------------------------------------------------------------
001600* ACCTFILE - ONLY THE KEY AND THE CUSTOMER LINK ARE NEEDED HERE
001610*-----------------------------------------------------------------
001620 FD  ACCTFILE
001630     LABEL RECORDS ARE STANDARD.
001640 01  ACCTFILE-REC.
001650     05  AF-ACCTKEY.
001660         10  AF-ACCTNO           PIC X(09).
001670     05  FILLER                  PIC X(243).
001680     05  AF-CUST-ID              PIC 9(08).
001690     05  FILLER                  PIC X(08).

001700 FD  POSTCFG-FILE
001710     LABEL RECORDS ARE STANDARD.
001720 01  POSTCFG-REC.
001730     05  PC-CODE                 PIC X(08).
001740     05  PC-LOCALITY             PIC X(20).

001750 FD  ACCTCTL-FILE
001760     LABEL RECORDS ARE STANDARD.
001770 01  ACCTCTL-REC.
001780     05  CT-KEYNAME              PIC X(08).
001790     05  CT-NEXT-ACCTNO          PIC 9(08).

001800*-----------------------------------------------------------------
001810* THE SORT KEY IS THE ENVELOPE - DISCOUNT RUN BEFORE RESIDUE, THE
001820* POSTCODE, THE HOUSEHOLD AND THE ADDRESS - THEN THE DOCUMENT IN
001830* READ ORDER AND THE LINE. A DOCUMENT'S SUMMARY ROW IS RELEASED
001840* AFTER ITS LAST LINE, WHEN ITS LINE COUNT IS KNOWN, BUT CARRIES
001850* LINE 0 SO IT SORTS AHEAD OF THE LINES. SR-HOUSEHOLD IS 'C' AND
001860* THE CUST-ID, OR 'A' AND THE ACCOUNT WHEN THERE IS NO CUSTOMER
001870*-----------------------------------------------------------------
001880 SD  SORT-FILE.
001890 01  SORT-REC.
001900     05  SR-RESIDUE              PIC X(01).
001910     05  SR-POSTCODE             PIC X(08).
001920     05  SR-HOUSEHOLD            PIC X(10).
001930     05  SR-ADDR1                PIC X(20).
001940     05  SR-ADDR2                PIC X(20).
001950     05  SR-DOC-SEQ              PIC 9(07).
001960     05  SR-LINE-NO              PIC 9(05).
001970     05  SR-SOURCE               PIC 9(02).
001980     05  SR-DOC-TYPE             PIC X(04).
001990     05  SR-ACCTNO               PIC X(09).
002000     05  SR-DOC-REF              PIC X(12).
002010     05  SR-LINE-COUNT           PIC 9(05).
002020     05  SR-PAGE-COUNT           PIC 9(03).
002030     05  SR-TEXT                 PIC X(80).

002040*-----------------------------------------------------------------
002050* PSCOUT - THE MAILING HOUSE'S PRINT FILE: HDR, THEN ENV / DOC /
002060* LIN ... / EOE PER ENVELOPE IN MAILING ORDER, THEN TRL
002070*-----------------------------------------------------------------
002080 FD  VENDOR-FILE
002090     RECORDING MODE IS F
002100     LABEL RECORDS ARE STANDARD.
002110 01  VENDOR-REC                  PIC X(100).

002120*-----------------------------------------------------------------
002130* PSCCTL - THE RECONCILIATION CONTROL FILE: A SRC ROW PER SOURCE
002140* RUN AND A TOT ROW
002150*-----------------------------------------------------------------
002160 FD  CONTROL-FILE
002170     RECORDING MODE IS F
002180     LABEL RECORDS ARE STANDARD.
002190 01  CONTROL-REC                 PIC X(80).

002200*-----------------------------------------------------------------
002210* RUNJRNL - THE COMMON BATCH RUN JOURNAL, ONE START ROW AND ONE
002220* END ROW PER RUN, READ BY DCI8BJRN FOR THE MORNING CHECK
002230*-----------------------------------------------------------------
002240 FD  JOURNAL-FILE
002250     RECORDING MODE IS F
002260     LABEL RECORDS ARE STANDARD.
002270 01  JR-REC.
002280     05  JR-JOBNAME              PIC X(08).
002290     05  JR-ROW-TYPE             PIC X(01).
002300     05  JR-DATE                 PIC 9(07).
002310     05  JR-TIME                 PIC 9(06).
002320     05  JR-READ-COUNT           PIC 9(07).
002330     05  JR-WRITTEN-COUNT        PIC 9(07).
002340     05  JR-REJECTED-COUNT       PIC 9(07).
002350     05  JR-STATUS               PIC X(01).
002360     05  FILLER                  PIC X(06).

002370 WORKING-STORAGE SECTION.
002380 77  WS-JOURNAL-STATUS       PIC X(02) VALUE SPACES.
002390 77  WS-JRNL-TIME-RAW        PIC 9(08) VALUE 0.

002400     COPY 'JOBGATE'.

002410 77  WS-SOURCE-STATUS        PIC X(02) VALUE SPACES.
002420 77  WS-ACCTFILE-STATUS      PIC X(02) VALUE SPACES.
002430 77  WS-POSTCFG-STATUS       PIC X(02) VALUE SPACES.
002440 77  WS-ACCTCTL-STATUS       PIC X(02) VALUE SPACES.
002450 77  WS-VENDOR-STATUS        PIC X(02) VALUE SPACES.
002460 77  WS-CONTROL-STATUS       PIC X(02) VALUE SPACES.

002470 01  WS-SWITCHES.
002480     05  WS-IN-EOF-SW        PIC X(01) VALUE 'N'.
002490         88  WS-IN-EOF               VALUE 'Y'.
002500     05  WS-SORT-EOF-SW      PIC X(01) VALUE 'N'.
002510         88  WS-SORT-EOF-YES         VALUE 'Y'.
002520     05  WS-DOC-OPEN-SW      PIC X(01) VALUE 'N'.
002530         88  WS-DOC-OPEN             VALUE 'Y'.
002540     05  WS-ENV-OPEN-SW      PIC X(01) VALUE 'N'.
002550         88  WS-ENV-OPEN             VALUE 'Y'.

002560 01  WS-COUNTERS.
002570     05  WS-READ-DOCS        PIC 9(07) COMP-3 VALUE 0.
002580     05  WS-READ-LINES       PIC 9(09) COMP-3 VALUE 0.
002590     05  WS-ORPHAN-LINES     PIC 9(07) COMP-3 VALUE 0.
002600     05  WS-ENV-COUNT        PIC 9(07) COMP-3 VALUE 0.
002610     05  WS-DOC-COUNT        PIC 9(07) COMP-3 VALUE 0.
002620     05  WS-PAGE-COUNT       PIC 9(07) COMP-3 VALUE 0.
002630     05  WS-LINE-COUNT       PIC 9(09) COMP-3 VALUE 0.
002640     05  WS-DISCOUNT-DOCS    PIC 9(07) COMP-3 VALUE 0.
002650     05  WS-RESIDUE-DOCS     PIC 9(07) COMP-3 VALUE 0.
002660     05  WS-SHARED-ENVS      PIC 9(07) COMP-3 VALUE 0.

002670 77  WS-TODAY-GREG           PIC 9(08) VALUE 0.

002680*-----------------------------------------------------------------
002690* LINES A PAGE - THE ACCTCTL 'PSCPGLEN' ROW OVERRIDES THE DEFAULT
002700*-----------------------------------------------------------------
002710 77  WS-PAGE-LEN             PIC 9(03) VALUE 60.

002720*-----------------------------------------------------------------
002730* THE SOURCE RUNS, IN THE ORDER THEIR FILES ARE READ - WHICH IS
002740* ALSO THE ORDER DOCUMENTS SIT IN A SHARED ENVELOPE - WITH THE
002750* TOTALS WRITTEN TO PSCCTL FOR EACH
002760*-----------------------------------------------------------------
002770 01  WS-SOURCE-NAMES.
002780     05  FILLER              PIC X(16) VALUE 'DCI8BSTMSTMTPRT '.
002790     05  FILLER              PIC X(16) VALUE 'DCI8BRPRRPRPRT  '.
002800     05  FILLER              PIC X(16) VALUE 'DCI8BDUNDUNLTTR '.
002810     05  FILLER              PIC X(16) VALUE 'DCI8BPDRPDRLTTR '.
002820     05  FILLER              PIC X(16) VALUE 'DCI8BANFANFLTTR '.
002830     05  FILLER              PIC X(16) VALUE 'DCI8BSQLSQLLTTR '.
002840     05  FILLER              PIC X(16) VALUE 'DCI8BCMPCMPLTTR '.
002850     05  FILLER              PIC X(16) VALUE 'DCI8BESCESCLTTR '.
002860     05  FILLER              PIC X(16) VALUE 'DCI8BACLACLLTTR '.
002870     05  FILLER              PIC X(16) VALUE 'DCI8BAALAALPRT  '.
002871     05  FILLER              PIC X(16) VALUE 'DCI8BFCSFCSPRT  '.
002872     05  FILLER              PIC X(16) VALUE 'DCI8BASMASMPRT  '.
002880 01  WS-SOURCE-TABLE REDEFINES WS-SOURCE-NAMES.
002881     05  WS-SRC-NAME-ENTRY OCCURS 12 TIMES.
002900         10  WS-SRC-JOBNAME  PIC X(08).
002910         10  WS-SRC-DDNAME   PIC X(08).
002920 01  WS-SOURCE-TOTALS.
002921     05  WS-SRC-TOTAL-ENTRY OCCURS 12 TIMES.
002940         10  WS-SRC-DOCS     PIC 9(07) COMP-3.
002950         10  WS-SRC-PAGES    PIC 9(07) COMP-3.
002960         10  WS-SRC-LINES    PIC 9(09) COMP-3.
002961 77  WS-SRC-COUNT            PIC S9(04) COMP VALUE 12.
002980 77  WS-SRC-IX               PIC S9(04) COMP VALUE 0.

002990 01  WS-IN-LINE              PIC X(80) VALUE SPACES.

003000* DOCUMENT-START ROW LAYOUT, LAID OVER EACH LINE READ
003010     COPY 'PRTDOC'.

003020*-----------------------------------------------------------------
003030* THE DOCUMENT BEING READ - ITS ENVELOPE KEY, DETAILS AND LINES
003040*-----------------------------------------------------------------
003050 01  WS-DOC-KEY.
003060     05  WS-DOC-RESIDUE      PIC X(01).
003070     05  WS-DOC-POSTCODE     PIC X(08).
003080     05  WS-DOC-HOUSEHOLD    PIC X(10).
003090     05  WS-DOC-ADDR1        PIC X(20).
003100     05  WS-DOC-ADDR2        PIC X(20).
003110 01  WS-HOUSE-CUST.
003120     05  FILLER              PIC X(01) VALUE 'C'.
003130     05  WS-HC-CUST-ID       PIC 9(08).
003140     05  FILLER              PIC X(01) VALUE SPACE.
003150 01  WS-HOUSE-ACCT.
003160     05  FILLER              PIC X(01) VALUE 'A'.
003170     05  WS-HA-ACCTNO        PIC X(09).
003180 77  WS-DOC-SEQ              PIC 9(07) VALUE 0.
003190 77  WS-DOC-LINES            PIC 9(05) VALUE 0.
003200 77  WS-DOC-PAGES            PIC 9(03) VALUE 0.
003210 77  WS-DOC-TYPE             PIC X(04) VALUE SPACES.
003220 77  WS-DOC-ACCTNO           PIC X(09) VALUE SPACES.
003230 77  WS-DOC-REF              PIC X(12) VALUE SPACES.

003240*-----------------------------------------------------------------
003250* POSTCODE TOKEN - THE LAST WORD OF ADDRESS 2
003260*-----------------------------------------------------------------
003270 77  WS-ADDR2-LEN            PIC S9(04) COMP VALUE 0.
003280 77  WS-PC-START             PIC S9(04) COMP VALUE 0.
003290 77  WS-POSTCODE             PIC X(08) VALUE SPACES.

003300*-----------------------------------------------------------------
003310* THE ENVELOPE BEING WRITTEN
003320*-----------------------------------------------------------------
003330 01  WS-LAST-ENV-KEY         PIC X(59) VALUE SPACES.
003340 77  WS-ENV-DOCS             PIC 9(03) VALUE 0.
003350 77  WS-ENV-PAGES            PIC 9(05) VALUE 0.
003360 77  WS-LINE-PAGE            PIC 9(03) VALUE 0.

003370* PARAMETER BLOCK FOR THE SHARED DATE SERVICE
003380     COPY 'DATEPARM'.

003390 01  WS-VENDOR-HEADER.
003400     05  FILLER              PIC X(03) VALUE 'HDR'.
003410     05  VH-SOURCE           PIC X(08) VALUE 'DCI8BPSC'.
003420     05  VH-FILE-DATE        PIC 9(08).
003430     05  FILLER              PIC X(81) VALUE SPACES.

003440*    VE-DISCOUNT 'Y' - THE POSTCODE IS ON POSTCFG AND THE ENVELOPE
003450*    IS IN THE SORTED DISCOUNT RUN; 'N' - RESIDUE
003460 01  WS-VENDOR-ENVELOPE.
003470     05  FILLER              PIC X(03) VALUE 'ENV'.
003480     05  VE-ENV-SEQ          PIC 9(07).
003490     05  VE-POSTCODE         PIC X(08).
003500     05  VE-DISCOUNT         PIC X(01).
003510     05  VE-HOUSEHOLD        PIC X(10).
003520     05  VE-ADDR1            PIC X(20).
003530     05  VE-ADDR2            PIC X(20).
003540     05  FILLER              PIC X(31) VALUE SPACES.

003550 01  WS-VENDOR-DOCUMENT.
003560     05  FILLER              PIC X(03) VALUE 'DOC'.
003570     05  VD-ENV-SEQ          PIC 9(07).
003580     05  VD-DOC-NO           PIC 9(03).
003590     05  VD-DOC-TYPE         PIC X(04).
003600     05  VD-JOBNAME          PIC X(08).
003610     05  VD-ACCTNO           PIC X(09).
003620     05  VD-DOC-REF          PIC X(12).
003630     05  VD-PAGES            PIC 9(03).
003640     05  VD-LINES            PIC 9(05).
003650     05  FILLER              PIC X(46) VALUE SPACES.

003660 01  WS-VENDOR-LINE.
003670     05  FILLER              PIC X(03) VALUE 'LIN'.
003680     05  VL-PAGE             PIC 9(03).
003690     05  VL-TEXT             PIC X(80).
003700     05  FILLER              PIC X(14) VALUE SPACES.

003710 01  WS-VENDOR-ENV-END.
003720     05  FILLER              PIC X(03) VALUE 'EOE'.
003730     05  VZ-ENV-SEQ          PIC 9(07).
003740     05  VZ-DOCS             PIC 9(03).
003750     05  VZ-PAGES            PIC 9(05).
003760     05  FILLER              PIC X(82) VALUE SPACES.

003770 01  WS-VENDOR-TRAILER.
003780     05  FILLER              PIC X(03) VALUE 'TRL'.
003790     05  VT-ENVELOPES        PIC 9(07).
003800     05  VT-DOCS             PIC 9(07).
003810     05  VT-PAGES            PIC 9(07).
003820     05  VT-LINES            PIC 9(09).
003830     05  FILLER              PIC X(67) VALUE SPACES.

003840 01  WS-CONTROL-SOURCE.
003850     05  FILLER              PIC X(03) VALUE 'SRC'.
003860     05  CS-FILE-DATE        PIC 9(08).
003870     05  CS-JOBNAME          PIC X(08).
003880     05  CS-DDNAME           PIC X(08).
003890     05  CS-DOCS             PIC 9(07).
003900     05  CS-PAGES            PIC 9(07).
003910     05  CS-LINES            PIC 9(09).
003920     05  FILLER              PIC X(30) VALUE SPACES.

003930 01  WS-CONTROL-TOTAL.
003940     05  FILLER              PIC X(03) VALUE 'TOT'.
003950     05  CX-FILE-DATE        PIC 9(08).
003960     05  CX-ENVELOPES        PIC 9(07).
003970     05  CX-DOCS             PIC 9(07).
003980     05  CX-PAGES            PIC 9(07).
003990     05  CX-LINES            PIC 9(09).
004000     05  CX-DISCOUNT-DOCS    PIC 9(07).
004010     05  CX-RESIDUE-DOCS     PIC 9(07).
004020     05  CX-UNMATCHED-LINES  PIC 9(07).
004030     05  FILLER              PIC X(18) VALUE SPACES.

004040 PROCEDURE DIVISION.

004050 0000-MAINLINE.

004060     PERFORM 8100-WRITE-JRNL-START THRU 8100-EXIT.

004070     PERFORM 1000-INITIALIZE THRU 1000-EXIT.

004080     SORT SORT-FILE
004090         ON ASCENDING KEY SR-RESIDUE
004100         ON ASCENDING KEY SR-POSTCODE
004110         ON ASCENDING KEY SR-HOUSEHOLD
004120         ON ASCENDING KEY SR-ADDR1
004130         ON ASCENDING KEY SR-ADDR2
004140         ON ASCENDING KEY SR-DOC-SEQ
004150         ON ASCENDING KEY SR-LINE-NO
004160         INPUT PROCEDURE IS 2000-RELEASE-DOCUMENTS
004170             THRU 2000-RELEASE-EXIT
004180         OUTPUT PROCEDURE IS 3000-WRITE-STREAM
004190             THRU 3000-WRITE-EXIT.

004200     PERFORM 4000-WRITE-CONTROLS THRU 4000-EXIT.

004210     PERFORM 9000-TERMINATE THRU 9000-EXIT.

004220     PERFORM 8200-WRITE-JRNL-END THRU 8200-EXIT.

004230     GOBACK.

004240 1000-INITIALIZE.

004250     MOVE 'TOD' TO DP-FUNCTION.
004260     CALL 'DCI8BDAT' USING DATEPARM.
004270     MOVE DP-GREGORIAN TO WS-TODAY-GREG.

004280     INITIALIZE WS-SOURCE-TOTALS.

004290     PERFORM 1200-READ-PAGE-LEN THRU 1200-EXIT.

004300 1000-EXIT.
004310     EXIT.

004320*-----------------------------------------------------------------
004330* 1200-READ-PAGE-LEN - A MISSING ROW, OR ONE OUTSIDE 20-999 LINES,
004340* KEEPS THE DEFAULT
004350*-----------------------------------------------------------------
004360 1200-READ-PAGE-LEN.

004370     OPEN INPUT ACCTCTL-FILE.

004380     MOVE 'PSCPGLEN' TO CT-KEYNAME.
004390     READ ACCTCTL-FILE
004400         INVALID KEY
004410             CONTINUE
004420     END-READ.
004430     IF WS-ACCTCTL-STATUS = '00' AND CT-NEXT-ACCTNO NOT < 20
004440             AND CT-NEXT-ACCTNO < 1000 THEN
004450         MOVE CT-NEXT-ACCTNO TO WS-PAGE-LEN
004460     END-IF.

004470     CLOSE ACCTCTL-FILE.

004480 1200-EXIT.
004490     EXIT.

004500*-----------------------------------------------------------------
004510* 2000-RELEASE-DOCUMENTS FEEDS THE SORT FROM EACH SOURCE FILE IN
004520* TURN
004530*-----------------------------------------------------------------
004540 2000-RELEASE-DOCUMENTS.

004550     OPEN INPUT ACCTFILE.
004560     OPEN INPUT POSTCFG-FILE.

004570     PERFORM 2100-TAKE-SOURCE THRU 2100-EXIT
004580         VARYING WS-SRC-IX FROM 1 BY 1
004590         UNTIL WS-SRC-IX > WS-SRC-COUNT.

004600     CLOSE ACCTFILE.
004610     CLOSE POSTCFG-FILE.

004620 2000-RELEASE-EXIT.
004630     EXIT.

004640*-----------------------------------------------------------------
004650* 2100-TAKE-SOURCE READS ONE SOURCE FILE TO ITS END, CLOSING OFF
004660* THE LAST DOCUMENT ON IT
004670*-----------------------------------------------------------------
004680 2100-TAKE-SOURCE.

004690     MOVE 'N' TO WS-IN-EOF-SW.
004700     MOVE 'N' TO WS-DOC-OPEN-SW.

004710     PERFORM 2110-OPEN-SOURCE THRU 2110-EXIT.

004720     IF WS-SOURCE-STATUS NOT = '00' THEN
004730         DISPLAY 'DCI8BPSC - ' WS-SRC-DDNAME(WS-SRC-IX)
004740             ' NOT OPENED, STATUS ' WS-SOURCE-STATUS
004750         GO TO 2100-EXIT
004760     END-IF.

004770     PERFORM 2200-TAKE-LINE THRU 2200-EXIT
004780         UNTIL WS-IN-EOF.

004790     PERFORM 2400-END-DOCUMENT THRU 2400-EXIT.

004800     PERFORM 2130-CLOSE-SOURCE THRU 2130-EXIT.

004810 2100-EXIT.
004820     EXIT.

004830 2110-OPEN-SOURCE.

004840     IF WS-SRC-IX = 1 THEN
004850         OPEN INPUT STMTPRT-FILE
004860     ELSE IF WS-SRC-IX = 2 THEN
004870         OPEN INPUT RPRPRT-FILE
004880     ELSE IF WS-SRC-IX = 3 THEN
004890         OPEN INPUT DUNLTTR-FILE
004900     ELSE IF WS-SRC-IX = 4 THEN
004910         OPEN INPUT PDRLTTR-FILE
004920     ELSE IF WS-SRC-IX = 5 THEN
004930         OPEN INPUT ANFLTTR-FILE
004940     ELSE IF WS-SRC-IX = 6 THEN
004950         OPEN INPUT SQLLTTR-FILE
004960     ELSE IF WS-SRC-IX = 7 THEN
004970         OPEN INPUT CMPLTTR-FILE
004980     ELSE IF WS-SRC-IX = 8 THEN
004990         OPEN INPUT ESCLTTR-FILE
005000     ELSE IF WS-SRC-IX = 9 THEN
005010         OPEN INPUT ACLLTTR-FILE
005011     ELSE IF WS-SRC-IX = 10 THEN
005012         OPEN INPUT AALPRT-FILE
005020     ELSE IF WS-SRC-IX = 11 THEN
005021         OPEN INPUT FCSPRT-FILE
005022     ELSE
005023         OPEN INPUT ASMPRT-FILE
005040     END-IF
005041     END-IF
005042     END-IF
005050     END-IF
005060     END-IF
005070     END-IF
005080     END-IF
005090     END-IF
005100     END-IF
005110     END-IF
005120     END-IF.

005130 2110-EXIT.
005140     EXIT.

005150 2120-READ-SOURCE.

005160     IF WS-SRC-IX = 1 THEN
005170         READ STMTPRT-FILE INTO WS-IN-LINE
005180             AT END
005190                 MOVE 'Y' TO WS-IN-EOF-SW
005200         END-READ
005210     ELSE IF WS-SRC-IX = 2 THEN
005220         READ RPRPRT-FILE INTO WS-IN-LINE
005230             AT END
005240                 MOVE 'Y' TO WS-IN-EOF-SW
005250         END-READ
005260     ELSE IF WS-SRC-IX = 3 THEN
005270         READ DUNLTTR-FILE INTO WS-IN-LINE
005280             AT END
005290                 MOVE 'Y' TO WS-IN-EOF-SW
005300         END-READ
005310     ELSE IF WS-SRC-IX = 4 THEN
005320         READ PDRLTTR-FILE INTO WS-IN-LINE
005330             AT END
005340                 MOVE 'Y' TO WS-IN-EOF-SW
005350         END-READ
005360     ELSE IF WS-SRC-IX = 5 THEN
005370         READ ANFLTTR-FILE INTO WS-IN-LINE
005380             AT END
005390                 MOVE 'Y' TO WS-IN-EOF-SW
005400         END-READ
005410     ELSE IF WS-SRC-IX = 6 THEN
005420         READ SQLLTTR-FILE INTO WS-IN-LINE
005430             AT END
005440                 MOVE 'Y' TO WS-IN-EOF-SW
005450         END-READ
005460     ELSE IF WS-SRC-IX = 7 THEN
005470         READ CMPLTTR-FILE INTO WS-IN-LINE
005480             AT END
005490                 MOVE 'Y' TO WS-IN-EOF-SW
005500         END-READ
005510     ELSE IF WS-SRC-IX = 8 THEN
005520         READ ESCLTTR-FILE INTO WS-IN-LINE
005530             AT END
005540                 MOVE 'Y' TO WS-IN-EOF-SW
005550         END-READ
005560     ELSE IF WS-SRC-IX = 9 THEN
005570         READ ACLLTTR-FILE INTO WS-IN-LINE
005580             AT END
005590                 MOVE 'Y' TO WS-IN-EOF-SW
005600         END-READ
005601     ELSE IF WS-SRC-IX = 10 THEN
005620         READ AALPRT-FILE INTO WS-IN-LINE
005630             AT END
005640                 MOVE 'Y' TO WS-IN-EOF-SW
005650         END-READ
005651     ELSE IF WS-SRC-IX = 11 THEN
005652         READ FCSPRT-FILE INTO WS-IN-LINE
005653             AT END
005654                 MOVE 'Y' TO WS-IN-EOF-SW
005655         END-READ
005656     ELSE
005657         READ ASMPRT-FILE INTO WS-IN-LINE
005658             AT END
005659                 MOVE 'Y' TO WS-IN-EOF-SW
005660         END-READ
005661     END-IF
005662     END-IF
005663     END-IF
005670     END-IF
005680     END-IF
005690     END-IF
005700     END-IF
005710     END-IF
005720     END-IF
005730     END-IF
005740     END-IF.

005750 2120-EXIT.
005760     EXIT.

005770 2130-CLOSE-SOURCE.

005780     IF WS-SRC-IX = 1 THEN
005790         CLOSE STMTPRT-FILE
005800     ELSE IF WS-SRC-IX = 2 THEN
005810         CLOSE RPRPRT-FILE
005820     ELSE IF WS-SRC-IX = 3 THEN
005830         CLOSE DUNLTTR-FILE
005840     ELSE IF WS-SRC-IX = 4 THEN
005850         CLOSE PDRLTTR-FILE
005860     ELSE IF WS-SRC-IX = 5 THEN
005870         CLOSE ANFLTTR-FILE
005880     ELSE IF WS-SRC-IX = 6 THEN
005890         CLOSE SQLLTTR-FILE
005900     ELSE IF WS-SRC-IX = 7 THEN
005910         CLOSE CMPLTTR-FILE
005920     ELSE IF WS-SRC-IX = 8 THEN
005930         CLOSE ESCLTTR-FILE
005940     ELSE IF WS-SRC-IX = 9 THEN
005950         CLOSE ACLLTTR-FILE
005951     ELSE IF WS-SRC-IX = 10 THEN
005952         CLOSE AALPRT-FILE
005960     ELSE IF WS-SRC-IX = 11 THEN
005961         CLOSE FCSPRT-FILE
005962     ELSE
005963         CLOSE ASMPRT-FILE
005980     END-IF
005981     END-IF
005982     END-IF
005990     END-IF
006000     END-IF
006010     END-IF
006020     END-IF
006030     END-IF
006040     END-IF
006050     END-IF
006060     END-IF.

006070 2130-EXIT.
006080     EXIT.

006090*-----------------------------------------------------------------
006100* 2200-TAKE-LINE - A PRTDOC ROW CLOSES THE DOCUMENT BEFORE IT AND
006110* OPENS THE NEXT; ANY OTHER LINE IS THE NEXT LINE OF THE OPEN
006120* DOCUMENT
006130*-----------------------------------------------------------------
006140 2200-TAKE-LINE.

006150     PERFORM 2120-READ-SOURCE THRU 2120-EXIT.
006160     IF WS-IN-EOF THEN
006170         GO TO 2200-EXIT
006180     END-IF.

006190     MOVE WS-IN-LINE TO PRTDOC-REC.
006200     IF DC-DOC-START THEN
006210         PERFORM 2400-END-DOCUMENT THRU 2400-EXIT
006220         PERFORM 2300-START-DOCUMENT THRU 2300-EXIT
006230         GO TO 2200-EXIT
006240     END-IF.

006250     IF NOT WS-DOC-OPEN THEN
006260         ADD 1 TO WS-ORPHAN-LINES
006270         GO TO 2200-EXIT
006280     END-IF.

006290     ADD 1 TO WS-READ-LINES.
006300     ADD 1 TO WS-DOC-LINES.

006310     MOVE WS-DOC-KEY TO SORT-REC.
006320     MOVE WS-DOC-SEQ TO SR-DOC-SEQ.
006330     MOVE WS-DOC-LINES TO SR-LINE-NO.
006340     MOVE WS-SRC-IX TO SR-SOURCE.
006350     MOVE WS-DOC-TYPE TO SR-DOC-TYPE.
006360     MOVE WS-DOC-ACCTNO TO SR-ACCTNO.
006370     MOVE WS-DOC-REF TO SR-DOC-REF.
006380     MOVE 0 TO SR-LINE-COUNT.
006390     MOVE 0 TO SR-PAGE-COUNT.
006400     MOVE WS-IN-LINE TO SR-TEXT.
006410     RELEASE SORT-REC.

006420 2200-EXIT.
006430     EXIT.

006440*-----------------------------------------------------------------
006450* 2300-START-DOCUMENT WORKS OUT THE NEW DOCUMENT'S ENVELOPE KEY -
006460* ITS POSTCODE AGAINST POSTCFG, AND ITS HOUSEHOLD FROM THE
006470* ACCOUNT'S CUSTOMER LINK
006480*-----------------------------------------------------------------
006490 2300-START-DOCUMENT.

006500     ADD 1 TO WS-DOC-SEQ.
006510     ADD 1 TO WS-READ-DOCS.
006520     MOVE 'Y' TO WS-DOC-OPEN-SW.
006530     MOVE 0 TO WS-DOC-LINES.

006540     MOVE DC-DOC-TYPE TO WS-DOC-TYPE.
006550     MOVE DC-ACCTNO TO WS-DOC-ACCTNO.
006560     MOVE DC-DOC-REF TO WS-DOC-REF.
006570     MOVE DC-ADDR1 TO WS-DOC-ADDR1.
006580     MOVE DC-ADDR2 TO WS-DOC-ADDR2.

006590     PERFORM 2310-FIND-POSTCODE THRU 2310-EXIT.
006600     MOVE WS-POSTCODE TO WS-DOC-POSTCODE.
006610     MOVE '1' TO WS-DOC-RESIDUE.
006620     IF WS-POSTCODE NOT = SPACES THEN
006630         MOVE WS-POSTCODE TO PC-CODE
006640         READ POSTCFG-FILE
006650             INVALID KEY
006660                 CONTINUE
006670         END-READ
006680         IF WS-POSTCFG-STATUS = '00' THEN
006690             MOVE '0' TO WS-DOC-RESIDUE
006700         END-IF
006710     END-IF.

006720     MOVE DC-ACCTNO TO WS-HA-ACCTNO.
006730     MOVE WS-HOUSE-ACCT TO WS-DOC-HOUSEHOLD.
006740     MOVE DC-ACCTNO TO AF-ACCTNO.
006750     READ ACCTFILE
006760         INVALID KEY
006770             GO TO 2300-EXIT
006780     END-READ.
006790     IF AF-CUST-ID > 0 THEN
006800         MOVE AF-CUST-ID TO WS-HC-CUST-ID
006810         MOVE WS-HOUSE-CUST TO WS-DOC-HOUSEHOLD
006820     END-IF.

006830 2300-EXIT.
006840     EXIT.

006850*-----------------------------------------------------------------
006860* 2310-FIND-POSTCODE PULLS THE LAST WORD OFF ADDRESS 2, THE SAME
006870* RULE DCI8BFUT APPLIES - A WORD OVER 8 CHARACTERS IS NO POSTCODE
006880*-----------------------------------------------------------------
006890 2310-FIND-POSTCODE.

006900     MOVE 20 TO WS-ADDR2-LEN.
006910     PERFORM 2320-SPACE-TEST THRU 2320-EXIT
006920         VARYING WS-ADDR2-LEN FROM 20 BY -1
006930         UNTIL WS-ADDR2-LEN = 0 OR
006940             WS-DOC-ADDR2(WS-ADDR2-LEN:1) NOT = SPACE.

006950     MOVE WS-ADDR2-LEN TO WS-PC-START.
006960     IF WS-ADDR2-LEN > 0 THEN
006970         PERFORM 2330-WORD-TEST THRU 2330-EXIT
006980             VARYING WS-PC-START FROM WS-ADDR2-LEN BY -1
006990             UNTIL WS-PC-START = 0 OR
007000                 WS-DOC-ADDR2(WS-PC-START:1) = SPACE
007010     END-IF.

007020     MOVE SPACES TO WS-POSTCODE.
007030     IF WS-ADDR2-LEN > 0 AND
007040         (WS-ADDR2-LEN - WS-PC-START) NOT > 8 THEN
007050         MOVE WS-DOC-ADDR2(WS-PC-START + 1:
007060             WS-ADDR2-LEN - WS-PC-START) TO WS-POSTCODE
007070     END-IF.

007080 2310-EXIT.
007090     EXIT.

007100 2320-SPACE-TEST.
007110     CONTINUE.
007120 2320-EXIT.
007130     EXIT.

007140 2330-WORD-TEST.
007150     CONTINUE.
007160 2330-EXIT.
007170     EXIT.

007180*-----------------------------------------------------------------
007190* 2400-END-DOCUMENT RELEASES THE OPEN DOCUMENT'S SUMMARY ROW NOW
007200* ITS LINE COUNT IS KNOWN - LINE 0, SO IT SORTS AHEAD OF ITS
007210* LINES. EVERY DOCUMENT TAKES AT LEAST ONE PAGE
007220*-----------------------------------------------------------------
007230 2400-END-DOCUMENT.

007240     IF NOT WS-DOC-OPEN THEN
007250         GO TO 2400-EXIT
007260     END-IF.

007270     MOVE 'N' TO WS-DOC-OPEN-SW.

007280     COMPUTE WS-DOC-PAGES =
007290         (WS-DOC-LINES + WS-PAGE-LEN - 1) / WS-PAGE-LEN.
007300     IF WS-DOC-PAGES = 0 THEN
007310         MOVE 1 TO WS-DOC-PAGES
007320     END-IF.

007330     MOVE WS-DOC-KEY TO SORT-REC.
007340     MOVE WS-DOC-SEQ TO SR-DOC-SEQ.
007350     MOVE 0 TO SR-LINE-NO.
007360     MOVE WS-SRC-IX TO SR-SOURCE.
007370     MOVE WS-DOC-TYPE TO SR-DOC-TYPE.
007380     MOVE WS-DOC-ACCTNO TO SR-ACCTNO.
007390     MOVE WS-DOC-REF TO SR-DOC-REF.
007400     MOVE WS-DOC-LINES TO SR-LINE-COUNT.
007410     MOVE WS-DOC-PAGES TO SR-PAGE-COUNT.
007420     MOVE SPACES TO SR-TEXT.
007430     RELEASE SORT-REC.

007440 2400-EXIT.
007450     EXIT.

007460*-----------------------------------------------------------------
007470* 3000-WRITE-STREAM WRITES PSCOUT IN MAILING ORDER - A NEW
007480* ENVELOPE WHENEVER THE ENVELOPE KEY CHANGES
007490*-----------------------------------------------------------------
007500 3000-WRITE-STREAM.

007510     OPEN OUTPUT VENDOR-FILE.

007520     MOVE WS-TODAY-GREG TO VH-FILE-DATE.
007530     WRITE VENDOR-REC FROM WS-VENDOR-HEADER.

007540     PERFORM 3100-WRITE-ONE THRU 3100-EXIT
007550         UNTIL WS-SORT-EOF-YES.

007560     PERFORM 3300-END-ENVELOPE THRU 3300-EXIT.

007570     MOVE WS-ENV-COUNT TO VT-ENVELOPES.
007580     MOVE WS-DOC-COUNT TO VT-DOCS.
007590     MOVE WS-PAGE-COUNT TO VT-PAGES.
007600     MOVE WS-LINE-COUNT TO VT-LINES.
007610     WRITE VENDOR-REC FROM WS-VENDOR-TRAILER.

007620     CLOSE VENDOR-FILE.

007630 3000-WRITE-EXIT.
007640     EXIT.

007650 3100-WRITE-ONE.

007660     RETURN SORT-FILE
007670         AT END
007680             MOVE 'Y' TO WS-SORT-EOF-SW
007690             GO TO 3100-EXIT
007700     END-RETURN.

007710     IF NOT WS-ENV-OPEN OR
007720             SORT-REC(1:59) NOT = WS-LAST-ENV-KEY THEN
007730         PERFORM 3300-END-ENVELOPE THRU 3300-EXIT
007740         PERFORM 3200-START-ENVELOPE THRU 3200-EXIT
007750     END-IF.

007760     IF SR-LINE-NO = 0 THEN
007770         PERFORM 3400-WRITE-DOCUMENT THRU 3400-EXIT
007780         GO TO 3100-EXIT
007790     END-IF.

007800     COMPUTE WS-LINE-PAGE = (SR-LINE-NO - 1) / WS-PAGE-LEN + 1.
007810     MOVE WS-LINE-PAGE TO VL-PAGE.
007820     MOVE SR-TEXT TO VL-TEXT.
007830     WRITE VENDOR-REC FROM WS-VENDOR-LINE.
007840     ADD 1 TO WS-LINE-COUNT.
007850     ADD 1 TO WS-SRC-LINES(SR-SOURCE).

007860 3100-EXIT.
007870     EXIT.

007880 3200-START-ENVELOPE.

007890     MOVE 'Y' TO WS-ENV-OPEN-SW.
007900     MOVE SORT-REC(1:59) TO WS-LAST-ENV-KEY.
007910     MOVE 0 TO WS-ENV-DOCS.
007920     MOVE 0 TO WS-ENV-PAGES.
007930     ADD 1 TO WS-ENV-COUNT.

007940     MOVE WS-ENV-COUNT TO VE-ENV-SEQ.
007950     MOVE SR-POSTCODE TO VE-POSTCODE.
007960     IF SR-RESIDUE = '0' THEN
007970         MOVE 'Y' TO VE-DISCOUNT
007980     ELSE
007990         MOVE 'N' TO VE-DISCOUNT
008000     END-IF.
008010     MOVE SR-HOUSEHOLD TO VE-HOUSEHOLD.
008020     MOVE SR-ADDR1 TO VE-ADDR1.
008030     MOVE SR-ADDR2 TO VE-ADDR2.
008040     WRITE VENDOR-REC FROM WS-VENDOR-ENVELOPE.

008050 3200-EXIT.
008060     EXIT.

008070*-----------------------------------------------------------------
008080* 3300-END-ENVELOPE CLOSES THE OPEN ENVELOPE WITH ITS TOTALS - ONE
008090* HOLDING MORE THAN ONE DOCUMENT IS A HOUSEHOLDING SAVING
008100*-----------------------------------------------------------------
008110 3300-END-ENVELOPE.

008120     IF NOT WS-ENV-OPEN THEN
008130         GO TO 3300-EXIT
008140     END-IF.

008150     MOVE 'N' TO WS-ENV-OPEN-SW.

008160     MOVE WS-ENV-COUNT TO VZ-ENV-SEQ.
008170     MOVE WS-ENV-DOCS TO VZ-DOCS.
008180     MOVE WS-ENV-PAGES TO VZ-PAGES.
008190     WRITE VENDOR-REC FROM WS-VENDOR-ENV-END.

008200     IF WS-ENV-DOCS > 1 THEN
008210         ADD 1 TO WS-SHARED-ENVS
008220     END-IF.

008230 3300-EXIT.
008240     EXIT.

008250 3400-WRITE-DOCUMENT.

008260     ADD 1 TO WS-ENV-DOCS.
008270     ADD SR-PAGE-COUNT TO WS-ENV-PAGES.
008280     ADD 1 TO WS-DOC-COUNT.
008290     ADD SR-PAGE-COUNT TO WS-PAGE-COUNT.
008300     ADD 1 TO WS-SRC-DOCS(SR-SOURCE).
008310     ADD SR-PAGE-COUNT TO WS-SRC-PAGES(SR-SOURCE).
008320     IF SR-RESIDUE = '0' THEN
008330         ADD 1 TO WS-DISCOUNT-DOCS
008340     ELSE
008350         ADD 1 TO WS-RESIDUE-DOCS
008360     END-IF.

008370     MOVE WS-ENV-COUNT TO VD-ENV-SEQ.
008380     MOVE WS-ENV-DOCS TO VD-DOC-NO.
008390     MOVE SR-DOC-TYPE TO VD-DOC-TYPE.
008400     MOVE WS-SRC-JOBNAME(SR-SOURCE) TO VD-JOBNAME.
008410     MOVE SR-ACCTNO TO VD-ACCTNO.
008420     MOVE SR-DOC-REF TO VD-DOC-REF.
008430     MOVE SR-PAGE-COUNT TO VD-PAGES.
008440     MOVE SR-LINE-COUNT TO VD-LINES.
008450     WRITE VENDOR-REC FROM WS-VENDOR-DOCUMENT.

008460 3400-EXIT.
008470     EXIT.

008480*-----------------------------------------------------------------
008490* 4000-WRITE-CONTROLS WRITES PSCCTL - A SRC ROW FOR EVERY SOURCE
008500* RUN, THEN THE TOT ROW
008510*-----------------------------------------------------------------
008520 4000-WRITE-CONTROLS.

008530     OPEN OUTPUT CONTROL-FILE.

008540     PERFORM 4100-WRITE-SOURCE-ROW THRU 4100-EXIT
008550         VARYING WS-SRC-IX FROM 1 BY 1
008560         UNTIL WS-SRC-IX > WS-SRC-COUNT.

008570     MOVE WS-TODAY-GREG TO CX-FILE-DATE.
008580     MOVE WS-ENV-COUNT TO CX-ENVELOPES.
008590     MOVE WS-DOC-COUNT TO CX-DOCS.
008600     MOVE WS-PAGE-COUNT TO CX-PAGES.
008610     MOVE WS-LINE-COUNT TO CX-LINES.
008620     MOVE WS-DISCOUNT-DOCS TO CX-DISCOUNT-DOCS.
008630     MOVE WS-RESIDUE-DOCS TO CX-RESIDUE-DOCS.
008640     MOVE WS-ORPHAN-LINES TO CX-UNMATCHED-LINES.
008650     WRITE CONTROL-REC FROM WS-CONTROL-TOTAL.

008660     CLOSE CONTROL-FILE.

008670 4000-EXIT.
008680     EXIT.

008690 4100-WRITE-SOURCE-ROW.

008700     MOVE WS-TODAY-GREG TO CS-FILE-DATE.
008710     MOVE WS-SRC-JOBNAME(WS-SRC-IX) TO CS-JOBNAME.
008720     MOVE WS-SRC-DDNAME(WS-SRC-IX) TO CS-DDNAME.
008730     MOVE WS-SRC-DOCS(WS-SRC-IX) TO CS-DOCS.
008740     MOVE WS-SRC-PAGES(WS-SRC-IX) TO CS-PAGES.
008750     MOVE WS-SRC-LINES(WS-SRC-IX) TO CS-LINES.
008760     WRITE CONTROL-REC FROM WS-CONTROL-SOURCE.

008770 4100-EXIT.
008780     EXIT.

008790 9000-TERMINATE.

008800     DISPLAY 'DCI8BPSC - PRINT STREAM TO MAILING HOUSE - SUMMARY'.
008810     DISPLAY 'DOCUMENTS READ   : ' WS-READ-DOCS.
008820     DISPLAY 'LINES READ       : ' WS-READ-LINES.
008830     DISPLAY 'UNMATCHED LINES  : ' WS-ORPHAN-LINES.
008840     DISPLAY 'ENVELOPES        : ' WS-ENV-COUNT.
008850     DISPLAY 'SHARED ENVELOPES : ' WS-SHARED-ENVS.
008860     DISPLAY 'DOCUMENTS SENT   : ' WS-DOC-COUNT.
008870     DISPLAY 'PAGES SENT       : ' WS-PAGE-COUNT.
008880     DISPLAY 'DISCOUNT RUN DOCS: ' WS-DISCOUNT-DOCS.
008890     DISPLAY 'RESIDUE DOCS     : ' WS-RESIDUE-DOCS.

008900 9000-EXIT.
008910     EXIT.

008920*-----------------------------------------------------------------
008930* 8100/8200 WRITE THIS RUN'S START AND END ROWS TO THE COMMON
008940* RUN JOURNAL - OPENED EXTEND AND CLOSED AROUND EACH ROW SO AN
008950* ABEND IN THE BODY OF THE JOB NEVER LOSES THE START ROW
008960*-----------------------------------------------------------------
008970 8100-WRITE-JRNL-START.

008980*    A PREDECESSOR NOT YET ENDED CLEAN TODAY (JOBDEPS) STOPS
008990*    THE RUN HERE, BEFORE IT HAS TOUCHED ANYTHING
009000     MOVE 'DCI8BPSC' TO JG-JOBNAME.
009010     CALL 'DCI8BJGT' USING JOBGATE.
009020     IF JG-RC-BLOCKED THEN
009030         MOVE JG-BLOCKED-RC TO RETURN-CODE
009040         STOP RUN
009050     END-IF.

009060     MOVE 'DCI8BPSC' TO JR-JOBNAME.
009070     MOVE 'S' TO JR-ROW-TYPE.
009080     MOVE 0 TO JR-READ-COUNT JR-WRITTEN-COUNT
009090         JR-REJECTED-COUNT.
009100     MOVE SPACE TO JR-STATUS.
009110     PERFORM 8300-STAMP-AND-WRITE THRU 8300-EXIT.

009120 8100-EXIT.
009130     EXIT.

009140*    A DOCUMENT READ BUT NOT WRITTEN, OR A LINE THAT BELONGED TO
009150*    NO DOCUMENT, ENDS THE RUN 'F' FOR THE MORNING CHECK
009160 8200-WRITE-JRNL-END.

009170     MOVE 'DCI8BPSC' TO JR-JOBNAME.
009180     MOVE 'E' TO JR-ROW-TYPE.
009190     MOVE WS-READ-DOCS TO JR-READ-COUNT.
009200     MOVE WS-DOC-COUNT TO JR-WRITTEN-COUNT.
009210     MOVE WS-ORPHAN-LINES TO JR-REJECTED-COUNT.
009220     IF WS-DOC-COUNT NOT = WS-READ-DOCS OR
009230             WS-ORPHAN-LINES > 0 THEN
009240         MOVE 'F' TO JR-STATUS
009250     ELSE
009260         MOVE 'G' TO JR-STATUS
009270     END-IF.
009280     PERFORM 8300-STAMP-AND-WRITE THRU 8300-EXIT.

009290 8200-EXIT.
009300     EXIT.

009310 8300-STAMP-AND-WRITE.

009320     ACCEPT JR-DATE FROM DAY YYYYDDD.
009330     ACCEPT WS-JRNL-TIME-RAW FROM TIME.
009340     MOVE WS-JRNL-TIME-RAW(1:6) TO JR-TIME.

009350     OPEN EXTEND JOURNAL-FILE.
009360     WRITE JR-REC.
009370     CLOSE JOURNAL-FILE.

009380 8300-EXIT.
009390     EXIT.

009400 END PROGRAM DCI8BPSC.
