000178*                 DORMANCY ITEMS LOAD WITH SPACE
000178* 2026-09-02 AA   ADDED WL-COLLECTOR TO THE WORKLIST RECORD
000178*                 LAYOUT - RVWPARM NOW NAMES UP TO FIVE
000179*                 COLLECTORS AND NEW ITEMS SPREAD ROUND-ROBIN
000180*                 ACROSS THE ACTIVE ONES
000181* 2026-09-22 AA   AN ACCOUNT WITH AN ACTIVE VULNERABLE CUSTOMER
000182*                 MARKER (VULNMARK) IS ROUTED TO A SPECIALIST -
000183*                 AN ACTIVE OPERATOR WITH A VULNWORK GRANT ON
000184*                 FUNCAUTH - BOTH WHEN LOADED AND WHEN ALREADY
000185*                 ON THE LIST UNDER ANOTHER COLLECTOR
000186* 2026-09-24 AA   AN ACCOUNT WITH AN ACTIVE INSOLVENCY CASE
000187*                 (INSOLV FILE, DCI8DPHK) IS NOT LOADED, AND ANY
000188*                 ITEM ALREADY ON THE LIST IS TAKEN OFF
000189* 2026-09-27 AA   ITEMS LOADED, REROUTED TO A SPECIALIST OR TAKEN
000190*                 OFF ARE WRITTEN TO THE WLHIST WORKLIST HISTORY
000191*                 THROUGH DCI8BWLH
000192* 2026-10-06 AA   THE RUN NOW PASSES THE JOBDEPS PREREQUISITE
000193*                 GATE (DCI8BJGT) BEFORE ITS START ROW AND
000194*                 STOPS WITH RETURN CODE 12 WHEN A
000195*                 PREDECESSOR HAS NOT ENDED CLEAN TODAY
000196* 2026-10-10 AA   OPERTAB RECORD WIDENED FOR THE OPERATOR'S
000197*                 CUSTOMER NUMBER AND DECLARED CONNECTED
000198*                 ACCOUNTS
000199* 2026-10-11 AA   OPERTAB RECORD WIDENED FOR THE ONE-OFF
000200*                 OUT-OF-HOURS SIGN-ON WINDOW
000202*-----------------------------------------------------------------
000204*****************************************************************
000206* THIS JOB READS A SINGLE CONTROL CARD FROM RVWPARM GIVING JUST
000208* THE REVIEW THRESHOLD IN DAYS - THE CUTOFF DATE IS WORKED OUT
000210* AT RUN TIME BY THE SHARED DCI8BDAT DATE SERVICE (TODAY MINUS
000220* THE THRESHOLD), SO THE HAND-COMPUTED PACKED CUTOFF THE CARD
000230* USED TO CARRY - AND THE SILENTLY-WRONG REVIEW POPULATION A
000542         ACCESS MODE IS RANDOM
000543         RECORD KEY IS OPER-ID
000544         FILE STATUS IS WS-OPERTAB-STATUS.
000545     SELECT FUNCAUTH-FILE ASSIGN TO FUNCAUTH
000546         ORGANIZATION IS INDEXED
000547         ACCESS MODE IS SEQUENTIAL
000548         RECORD KEY IS FA-KEY
000549         FILE STATUS IS WS-FUNCAUTH-STATUS.

000550     SELECT VULNMARK-FILE ASSIGN TO VULNMARK
000551         ORGANIZATION IS INDEXED
000552         ACCESS MODE IS DYNAMIC
000553         RECORD KEY IS VM-KEY
000554         FILE STATUS IS WS-VULNMARK-STATUS.

000555     SELECT INSOLV-FILE ASSIGN TO INSOLV
000556         ORGANIZATION IS INDEXED
000557         ACCESS MODE IS RANDOM
000558         RECORD KEY IS IV-ACCTNO
000559         FILE STATUS IS WS-INSOLV-STATUS.

000562     SELECT REPORT-FILE ASSIGN TO RVWRPT
000565         ORGANIZATION IS SEQUENTIAL
000570         FILE STATUS IS WS-REPORT-STATUS.

000002     SELECT JOURNAL-FILE ASSIGN TO RUNJRNL
000942     05  AF-BRANCH               PIC X(04).
000943     05  AF-CONTACT-PREF         PIC X(01).
000945     05  AF-STMT-CYCLE           PIC X(01).
000946     05  AF-GONEAWAY-FLAG        PIC X(01).
000947     05  AF-CUST-ID              PIC 9(08).
000948     05  AF-ESTATE-FLAG          PIC X(01).
000949     05  AF-SENS-FLAG            PIC X(01).
000950     05  AF-ANNFEE-PLAN          PIC X(01).
000951     05  AF-SETTLE-FLAG          PIC X(01).
000952     05  AF-PRODUCT-CODE         PIC X(04).

000953 FD  REPORT-FILE
000954     RECORDING MODE IS F
000960     LABEL RECORDS ARE STANDARD.
000970 01  REPORT-LINE                 PIC X(80).

000999     05  OPER-EXPIRY-DATE        PIC S9(7) COMP-3.
001000     05  OPER-REVOKED-FLAG      PIC X(01).
001001         88  OPER-REVOKED            VALUE 'Y'.
001002     05  FILLER                  PIC X(171).
001003*-----------------------------------------------------------------
001004* FUNCAUTH - THE FUNCTION AUTHORITY MATRIX, READ ONCE AT START-UP
001005* FOR THE OPERATOR ROWS GRANTED VULNWORK (THE SPECIALISTS)
001006*-----------------------------------------------------------------
001007 FD  FUNCAUTH-FILE
001008     LABEL RECORDS ARE STANDARD.
001009 01  FUNCAUTH-REC.
001010     05  FA-KEY.
001011         10  FA-SUBJECT          PIC X(03).
001012         10  FA-FUNCTION         PIC X(08).
001013     05  FA-ALLOW-FLAG           PIC X(01).
001014         88  FA-ALLOWED                  VALUE 'Y'.

001015*-----------------------------------------------------------------
001016* VULNMARK - THE VULNERABLE CUSTOMER REGISTER, ONE ROW PER ACCOUNT
001017* PER CATEGORY - ONLY THE KEY AND STATUS ARE NEEDED HERE
001018*-----------------------------------------------------------------
001019 FD  VULNMARK-FILE
001020     LABEL RECORDS ARE STANDARD.
001021 01  VULNMARK-REC.
001022     05  VM-KEY.
001023         10  VM-ACCTNO           PIC X(09).
001024         10  VM-CATEGORY         PIC X(01).
001025     05  VM-STATUS               PIC X(01).
001026         88  VM-ACTIVE                   VALUE 'A'.
001027     05  FILLER                  PIC X(88).

001028*-----------------------------------------------------------------
001029* INSOLV - INSOLVENCY CASES, ONE ROW PER ACCOUNT, RECORDED ON
001030* DCI8DPHK. ONLY THE KEY AND STATUS ARE NEEDED HERE
001031*-----------------------------------------------------------------
001032 FD  INSOLV-FILE
001033     LABEL RECORDS ARE STANDARD.
001034 01  INSOLV-REC.
001035     05  IV-ACCTNO               PIC X(09).
001036     05  IV-CASE-TYPE            PIC X(01).
001037     05  IV-STATUS               PIC X(01).
001038         88  IV-ACTIVE                   VALUE 'A'.
001039     05  FILLER                  PIC X(224).

001040*-----------------------------------------------------------------
001041* RUNJRNL - THE COMMON BATCH RUN JOURNAL, ONE START ROW AND ONE
001042* END ROW PER RUN, READ BY DCI8BJRN FOR THE MORNING CHECK
001043*-----------------------------------------------------------------
001044 FD  JOURNAL-FILE
001045     RECORDING MODE IS F
001046     LABEL RECORDS ARE STANDARD.
001047 01  JR-REC.
001048     05  JR-JOBNAME              PIC X(08).
001049     05  JR-ROW-TYPE             PIC X(01).
001050     05  JR-DATE                 PIC 9(07).
001051     05  JR-TIME                 PIC 9(06).
001052     05  JR-READ-COUNT           PIC 9(07).
001053     05  JR-WRITTEN-COUNT        PIC 9(07).
001054     05  JR-REJECTED-COUNT       PIC 9(07).
001055     05  JR-STATUS               PIC X(01).
001056     05  FILLER                  PIC X(06).

001057 WORKING-STORAGE SECTION.
001058 77  WS-JOURNAL-STATUS       PIC X(02) VALUE SPACES.
001059 77  WS-JRNL-TIME-RAW        PIC 9(08) VALUE 0.

001060     COPY 'JOBGATE'.

001061 77  WS-PARM-STATUS          PIC X(02) VALUE SPACES.
001062 77  WS-ACCTFILE-STATUS      PIC X(02) VALUE SPACES.
001063     88  WS-ACCTFILE-EOF            VALUE '10'.
001064 77  WS-REPORT-STATUS        PIC X(02) VALUE SPACES.
001065 77  WS-WORKLIST-STATUS      PIC X(02) VALUE SPACES.
001066     88  WS-WORKLIST-DUPKEY         VALUE '22'.

001067 77  WS-OPERTAB-STATUS       PIC X(02) VALUE SPACES.
001068 77  WS-FUNCAUTH-STATUS      PIC X(02) VALUE SPACES.
001069 77  WS-VULNMARK-STATUS      PIC X(02) VALUE SPACES.
001070 77  WS-INSOLV-STATUS        PIC X(02) VALUE SPACES.

001071*    THE ACTIVE COLLECTORS OFF THE CONTROL CARD, VERIFIED
001072*    AGAINST OPERTAB AT START-UP, AND THE ROUND-ROBIN CURSOR
001073 01  WS-COLL-TABLE.
001074     05  WS-COLL-ENTRY OCCURS 5 TIMES
001075                             PIC X(03).
001076 77  WS-COLL-COUNT           PIC S9(04) COMP VALUE 0.
001077 77  WS-COLL-NEXT            PIC S9(04) COMP VALUE 1.
001078 77  WS-COLL-SUB             PIC S9(04) COMP VALUE 0.
001079*    THE SPECIALISTS - ACTIVE OPERATORS GRANTED VULNWORK - WHO
001080*    TAKE EVERY VULNERABLE CUSTOMER'S ITEM, IN TURN
001081 01  WS-SPEC-TABLE.
001082     05  WS-SPEC-ENTRY OCCURS 10 TIMES
001083                             PIC X(03).
001084 77  WS-SPEC-COUNT           PIC S9(04) COMP VALUE 0.
001085 77  WS-SPEC-NEXT            PIC S9(04) COMP VALUE 1.
001086 77  WS-SPEC-SUB             PIC S9(04) COMP VALUE 0.
001087 77  WS-VM-ACCTNO            PIC X(09) VALUE SPACES.
001088 77  WS-IV-ACCTNO            PIC X(09) VALUE SPACES.

001089 01  WS-SWITCHES.
001090     05  WS-EOF-SW           PIC X(01) VALUE 'N'.
001091         88  WS-EOF-YES              VALUE 'Y'.
001092     05  WS-PARM-OK-SW       PIC X(01) VALUE 'Y'.
001093         88  WS-PARM-OK              VALUE 'Y'.
001094     05  WS-FA-EOF-SW        PIC X(01) VALUE 'N'.
001095         88  WS-FA-EOF-YES           VALUE 'Y'.
001096     05  WS-VULN-SW          PIC X(01) VALUE 'N'.
001097         88  WS-VULNERABLE           VALUE 'Y'.
001098     05  WS-VM-EOF-SW        PIC X(01) VALUE 'N'.
001099         88  WS-VM-EOF-YES           VALUE 'Y'.
001100     05  WS-IS-SPEC-SW       PIC X(01) VALUE 'N'.
001101         88  WS-IS-SPECIALIST        VALUE 'Y'.
001102     05  WS-ROUTED-SW        PIC X(01) VALUE 'N'.
001103         88  WS-ROUTED               VALUE 'Y'.
001104     05  WS-INSOLV-SW        PIC X(01) VALUE 'N'.
001105         88  WS-INSOLVENT            VALUE 'Y'.

001106 01  WS-COUNTERS.
001110     05  WS-READ-COUNT       PIC 9(07) COMP-3 VALUE 0.
001111     05  WS-FLAGGED-COUNT    PIC 9(07) COMP-3 VALUE 0.
001112     05  WS-LOADED-COUNT     PIC 9(07) COMP-3 VALUE 0.
001113     05  WS-CARRIED-COUNT    PIC 9(07) COMP-3 VALUE 0.
001114     05  WS-SPECROUTE-COUNT  PIC 9(07) COMP-3 VALUE 0.
001115     05  WS-NOSPEC-COUNT     PIC 9(07) COMP-3 VALUE 0.
001116     05  WS-INSOLV-COUNT     PIC 9(07) COMP-3 VALUE 0.
001117     05  WS-DROPPED-COUNT    PIC 9(07) COMP-3 VALUE 0.

001123 77  WS-TODAY                PIC S9(7) COMP-3 VALUE 0.
001124*    TODAY IN THE RAW EIBDATE FORM (0CYYDDD) OPER-EXPIRY-DATE
001310     05  DL-LAST-CHG-DATE    PIC S9(7).
001320     05  FILLER              PIC X(13) VALUE SPACES.

001323* PARAMETER BLOCK FOR THE SHARED WORKLIST HISTORY WRITER
001326     COPY 'WLHIST'.

001330 PROCEDURE DIVISION.

001340 0000-MAINLINE.
001510     OPEN OUTPUT REPORT-FILE.
001511     OPEN I-O WORKLIST-FILE.
001512     OPEN INPUT OPERTAB-FILE.
001513     OPEN INPUT VULNMARK-FILE.
001514     OPEN INPUT INSOLV-FILE.

001515     IF WS-PARM-OK THEN
001516         PERFORM 1300-COMPUTE-CUTOFF THRU 1300-EXIT
001517     END-IF.

001518     IF WS-PARM-OK THEN
001519         PERFORM 1600-LOAD-SPECIALISTS THRU 1600-EXIT
001521         PERFORM 1400-REPORT-CARRIED THRU 1400-EXIT
001522         MOVE RV-THRESHOLD-DAYS TO HD-THRESHOLD-DAYS
001524         WRITE REPORT-LINE FROM WS-REPORT-HEADING1
001623             GO TO 1450-EXIT
001624     END-READ.

001625*    AN ITEM LOADED BEFORE AN INSOLVENCY CASE WAS RECORDED COMES
001626*    OFF THE LIST - THE DEBT IS NOW CLAIMED, NOT COLLECTED
001627     MOVE WL-ACCTNO TO WS-IV-ACCTNO.
001628     PERFORM 2500-CHECK-INSOLVENCY THRU 2500-EXIT.
001629     IF WS-INSOLVENT THEN
001630         DELETE WORKLIST-FILE RECORD
001631             INVALID KEY
001632                 DISPLAY 'DCI8BPGD - DELETE FAILED: '
001633                     WL-ACCTNO
001634             NOT INVALID KEY
001635                 ADD 1 TO WS-DROPPED-COUNT
001636                 MOVE 'X' TO WH-EVENT
001637                 MOVE SPACES TO WH-PREV-COLLECTOR
001638                 PERFORM 8400-WRITE-HISTORY THRU 8400-EXIT
001639         END-DELETE
001640         GO TO 1450-EXIT
001641     END-IF.

001642*    A VULNERABLE CUSTOMER'S ITEM ALREADY ON THE LIST MOVES TO A
001643*    SPECIALIST IF IT SITS WITH ANYONE ELSE
001644     MOVE WL-ACCTNO TO WS-VM-ACCTNO.
001645     PERFORM 2300-CHECK-VULNERABLE THRU 2300-EXIT.
001646     IF WS-VULNERABLE THEN
001647         MOVE WL-COLLECTOR TO WH-PREV-COLLECTOR
001648         PERFORM 2400-ROUTE-SPECIALIST THRU 2400-EXIT
001649         IF WS-ROUTED THEN
001650             REWRITE WORKLIST-REC
001651                 INVALID KEY
001652                     DISPLAY 'DCI8BPGD - REROUTE FAILED: '
001653                         WL-ACCTNO
001654                 NOT INVALID KEY
001655                     ADD 1 TO WS-SPECROUTE-COUNT
001656                     MOVE 'R' TO WH-EVENT
001657                     PERFORM 8400-WRITE-HISTORY THRU 8400-EXIT
001658             END-REWRITE
001659         END-IF
001660     END-IF.

001661     IF WL-UNWORKED THEN
001662         MOVE WL-ACCTNO TO CF-ACCTNO
001663         MOVE WL-DISPOSITION TO CF-DISP
001664         MOVE 0 TO CF-FOLLOWUP
001665         MOVE 'NEVER WORKED' TO CF-NOTE
001666         WRITE REPORT-LINE FROM WS-CARRIED-LINE
001667         ADD 1 TO WS-CARRIED-COUNT
001668         GO TO 1450-EXIT
001669     END-IF.

001670     IF WL-FOLLOWUP-DATE > 0 AND
001671             WL-FOLLOWUP-DATE < WS-TODAY THEN
001672         MOVE WL-ACCTNO TO CF-ACCTNO
001673         MOVE WL-DISPOSITION TO CF-DISP
001674         MOVE WL-FOLLOWUP-DATE TO CF-FOLLOWUP
001675         MOVE 'PAST FOLLOW-UP' TO CF-NOTE
001676         WRITE REPORT-LINE FROM WS-CARRIED-LINE
001677         ADD 1 TO WS-CARRIED-COUNT
001678     END-IF.

001679 1450-EXIT.
001680     EXIT.

001681 1500-VET-COLLECTORS.

001682     IF RV-COLL-ID(WS-COLL-SUB) = SPACES THEN
001683         GO TO 1500-EXIT
001684     END-IF.

001685     MOVE RV-COLL-ID(WS-COLL-SUB) TO OPER-ID.
001686     READ OPERTAB-FILE
001687         INVALID KEY
001688             DISPLAY 'DCI8BPGD - UNKNOWN COLLECTOR DROPPED: '
001689                 RV-COLL-ID(WS-COLL-SUB)
001690             GO TO 1500-EXIT
001691     END-READ.

001692     IF OPER-REVOKED OR
001693         (OPER-EXPIRY-DATE > 0 AND
001694          OPER-EXPIRY-DATE < WS-TODAY-EIB) THEN
001695         DISPLAY 'DCI8BPGD - INACTIVE COLLECTOR DROPPED: '
001696             OPER-ID
001697         GO TO 1500-EXIT
001698     END-IF.

001699     ADD 1 TO WS-COLL-COUNT.
001700     MOVE OPER-ID TO WS-COLL-ENTRY(WS-COLL-COUNT).

001701 1500-EXIT.
001702     EXIT.

001703*-----------------------------------------------------------------
001704* 1600-LOAD-SPECIALISTS WALKS FUNCAUTH FOR OPERATOR ROWS GRANTED
001705* VULNWORK - CLASS ROWS ('*' SUBJECT) ARE NOT EXPANDED HERE - AND
001706* KEEPS THOSE STILL ACTIVE ON OPERTAB. NONE AT ALL IS WARNED OF;
001707* VULNERABLE ITEMS THEN LOAD THE NORMAL WAY AND ARE COUNTED
001708*-----------------------------------------------------------------
001709 1600-LOAD-SPECIALISTS.

001710     OPEN INPUT FUNCAUTH-FILE.
001711     MOVE 'N' TO WS-FA-EOF-SW.

001712     PERFORM 1650-TAKE-SPECIALIST THRU 1650-EXIT
001713         UNTIL WS-FA-EOF-YES.

001714     CLOSE FUNCAUTH-FILE.

001715     IF WS-SPEC-COUNT = 0 THEN
001716         DISPLAY 'DCI8BPGD - WARNING: NO VULNWORK SPECIALIST'
001717     END-IF.

001718 1600-EXIT.
001719     EXIT.

001720 1650-TAKE-SPECIALIST.

001721     READ FUNCAUTH-FILE NEXT RECORD
001722         AT END
001723             MOVE 'Y' TO WS-FA-EOF-SW
001724             GO TO 1650-EXIT
001725     END-READ.

001726     IF FA-FUNCTION NOT = 'VULNWORK' OR
001727         NOT FA-ALLOWED OR
001728         FA-SUBJECT(1:1) = '*' THEN
001729         GO TO 1650-EXIT
001730     END-IF.

001731     IF WS-SPEC-COUNT NOT < 10 THEN
001732         DISPLAY 'DCI8BPGD - SPECIALIST TABLE FULL, DROPPED: '
001733             FA-SUBJECT
001734         GO TO 1650-EXIT
001735     END-IF.

001736     MOVE FA-SUBJECT TO OPER-ID.
001737     READ OPERTAB-FILE
001738         INVALID KEY
001739             GO TO 1650-EXIT
001740     END-READ.

001741     IF OPER-REVOKED OR
001742         (OPER-EXPIRY-DATE > 0 AND
001743          OPER-EXPIRY-DATE < WS-TODAY-EIB) THEN
001744         GO TO 1650-EXIT
001745     END-IF.

001746     ADD 1 TO WS-SPEC-COUNT.
001747     MOVE OPER-ID TO WS-SPEC-ENTRY(WS-SPEC-COUNT).

001748 1650-EXIT.
001749     EXIT.

001750 1100-READ-ACCTFILE.

001751     READ ACCTFILE NEXT RECORD
001752         AT END
001753             GO TO 1100-EOF
001754     END-READ.

001755     ADD 1 TO WS-READ-COUNT.
001756     GO TO 1100-EXIT.

001757 1100-EOF.
001758     MOVE 'Y' TO WS-EOF-SW.

001759 1100-EXIT.
001760     EXIT.

001761*-----------------------------------------------------------------
001762* 2000-PROCESS-RECORD FLAGS THE JUST-READ ACCOUNT ONTO THE REVIEW
001763* LIST WHEN ITS LAST-CHANGED DATE IS OLDER THAN THE CONTROL
001764* CARD'S CUTOFF - AN ACCOUNT NEVER UPDATED SINCE CREATION CARRIES
001765* ITS CREATION DATE IN THAT SAME FIELD, SO IT IS CAUGHT THE SAME
001766* WAY
001767*-----------------------------------------------------------------
001768 2000-PROCESS-RECORD.

001769     IF AF-LAST-CHG-DATE < WS-CUTOFF-DATE THEN
001770         PERFORM 2100-WRITE-REVIEW-LINE THRU 2100-EXIT
001775         PERFORM 2200-LOAD-WORK-ITEM THRU 2200-EXIT
001780     END-IF.
001880     ADD 1 TO WS-FLAGGED-COUNT.

001890 2100-EXIT.
001891     EXIT.

001892*-----------------------------------------------------------------
001893* 2200-LOAD-WORK-ITEM PUTS THE FLAGGED ACCOUNT ON THE WORKLIST
001894* AS UNWORKED - AN ACCOUNT ALREADY ON THE LIST KEEPS WHATEVER
001895* DISPOSITION THE COLLECTOR RECORDED
001896*-----------------------------------------------------------------
001897 2200-LOAD-WORK-ITEM.

001898*    NOTHING IS LOADED FOR AN ACCOUNT WITH AN ACTIVE INSOLVENCY
001899*    CASE
001900     MOVE AF-ACCTNO TO WS-IV-ACCTNO.
001901     PERFORM 2500-CHECK-INSOLVENCY THRU 2500-EXIT.
001902     IF WS-INSOLVENT THEN
001903         ADD 1 TO WS-INSOLV-COUNT
001904         GO TO 2200-EXIT
001905     END-IF.

001907     MOVE AF-ACCTNO TO WL-ACCTNO.
001908     MOVE WS-TODAY TO WL-LOADED-DATE.
001930         MOVE SPACES TO WL-COLLECTOR
001931     END-IF.

001932*    A VULNERABLE CUSTOMER'S ITEM GOES TO A SPECIALIST INSTEAD
001933     MOVE 'N' TO WS-ROUTED-SW.
001934     MOVE AF-ACCTNO TO WS-VM-ACCTNO.
001935     PERFORM 2300-CHECK-VULNERABLE THRU 2300-EXIT.
001936     IF WS-VULNERABLE THEN
001937         PERFORM 2400-ROUTE-SPECIALIST THRU 2400-EXIT
001938     END-IF.

001939     WRITE WORKLIST-REC
001940         INVALID KEY
001941             GO TO 2200-EXIT
001942     END-WRITE.

001943     ADD 1 TO WS-LOADED-COUNT.
001944     MOVE 'L' TO WH-EVENT.
001945     MOVE SPACES TO WH-PREV-COLLECTOR.
001946     PERFORM 8400-WRITE-HISTORY THRU 8400-EXIT.
001947     IF WS-ROUTED THEN
001948         ADD 1 TO WS-SPECROUTE-COUNT
001949     END-IF.

001950 2200-EXIT.
001951     EXIT.

001952*-----------------------------------------------------------------
001953* 2300-CHECK-VULNERABLE - WS-VULN-SW 'Y' WHEN WS-VM-ACCTNO HAS ANY
001954* ACTIVE VULNMARK MARKER, WHATEVER ITS CATEGORY
001955*-----------------------------------------------------------------
001956 2300-CHECK-VULNERABLE.

001957     MOVE 'N' TO WS-VULN-SW.
001958     MOVE 'N' TO WS-VM-EOF-SW.

001959     MOVE WS-VM-ACCTNO TO VM-ACCTNO.
001960     MOVE LOW-VALUES TO VM-CATEGORY.

001961     START VULNMARK-FILE KEY IS NOT LESS THAN VM-KEY
001962         INVALID KEY
001963             GO TO 2300-EXIT
001964     END-START.

001965     PERFORM 2350-READ-MARKER THRU 2350-EXIT
001966         UNTIL WS-VM-EOF-YES.

001967 2300-EXIT.
001968     EXIT.

001969 2350-READ-MARKER.

001970     READ VULNMARK-FILE NEXT RECORD
001971         AT END
001972             MOVE 'Y' TO WS-VM-EOF-SW
001973             GO TO 2350-EXIT
001974     END-READ.

001975     IF VM-ACCTNO NOT = WS-VM-ACCTNO THEN
001976         MOVE 'Y' TO WS-VM-EOF-SW
001977         GO TO 2350-EXIT
001978     END-IF.

001979     IF VM-ACTIVE THEN
001980         MOVE 'Y' TO WS-VULN-SW
001981         MOVE 'Y' TO WS-VM-EOF-SW
001982     END-IF.

001983 2350-EXIT.
001984     EXIT.

001985*-----------------------------------------------------------------
001986* 2400-ROUTE-SPECIALIST GIVES THE CURRENT WORKLIST RECORD TO THE
001987* NEXT SPECIALIST IN TURN UNLESS ITS COLLECTOR IS ONE ALREADY,
001988* SETTING WS-ROUTED-SW - THE CALLER WRITES OR REWRITES THE ITEM
001989*-----------------------------------------------------------------
001990 2400-ROUTE-SPECIALIST.

001991     MOVE 'N' TO WS-ROUTED-SW.

001992     IF WS-SPEC-COUNT = 0 THEN
001993         ADD 1 TO WS-NOSPEC-COUNT
001994         GO TO 2400-EXIT
001995     END-IF.

001996     MOVE 'N' TO WS-IS-SPEC-SW.
001997     PERFORM 2450-MATCH-SPECIALIST THRU 2450-EXIT
001998         VARYING WS-SPEC-SUB FROM 1 BY 1
001999         UNTIL WS-SPEC-SUB > WS-SPEC-COUNT.
002000     IF WS-IS-SPECIALIST THEN
002001         GO TO 2400-EXIT
002002     END-IF.

002003     MOVE WS-SPEC-ENTRY(WS-SPEC-NEXT) TO WL-COLLECTOR.
002004     ADD 1 TO WS-SPEC-NEXT.
002005     IF WS-SPEC-NEXT > WS-SPEC-COUNT THEN
002006         MOVE 1 TO WS-SPEC-NEXT
002007     END-IF.
002008     MOVE 'Y' TO WS-ROUTED-SW.

002009 2400-EXIT.
002010     EXIT.

002011 2450-MATCH-SPECIALIST.

002012     IF WL-COLLECTOR = WS-SPEC-ENTRY(WS-SPEC-SUB) THEN
002013         MOVE 'Y' TO WS-IS-SPEC-SW
002014     END-IF.

002015 2450-EXIT.
002016     EXIT.

002017*-----------------------------------------------------------------
002018* 2500-CHECK-INSOLVENCY - WS-INSOLV-SW 'Y' WHEN WS-IV-ACCTNO HAS
002019* AN ACTIVE INSOLVENCY CASE
002020*-----------------------------------------------------------------
002021 2500-CHECK-INSOLVENCY.

002022     MOVE 'N' TO WS-INSOLV-SW.
002023     MOVE WS-IV-ACCTNO TO IV-ACCTNO.

002024     READ INSOLV-FILE
002025         INVALID KEY
002026             GO TO 2500-EXIT
002027     END-READ.

002028     IF IV-ACTIVE THEN
002029         MOVE 'Y' TO WS-INSOLV-SW
002030     END-IF.

002031 2500-EXIT.
002032     EXIT.

002033 9000-TERMINATE.

002034     DISPLAY 'DCI8BPGD - DORMANT/STALE ACCOUNT REVIEW - SUMMARY'.
002035     DISPLAY 'RECORDS READ     : ' WS-READ-COUNT.
002036     DISPLAY 'ACCOUNTS FLAGGED : ' WS-FLAGGED-COUNT.
002037     DISPLAY 'WORK ITEMS ADDED : ' WS-LOADED-COUNT.
002038     DISPLAY 'CARRIED FORWARD  : ' WS-CARRIED-COUNT.
002039     DISPLAY 'TO SPECIALIST    : ' WS-SPECROUTE-COUNT.
002040     DISPLAY 'VULN NO SPECIAL. : ' WS-NOSPEC-COUNT.
002041     DISPLAY 'INSOLVENCY CASE  : ' WS-INSOLV-COUNT.
002042     DISPLAY 'ITEMS TAKEN OFF  : ' WS-DROPPED-COUNT.

002043     CLOSE ACCTFILE.
002044     CLOSE REPORT-FILE.
002045     CLOSE WORKLIST-FILE.
002046     CLOSE OPERTAB-FILE.
002048     CLOSE VULNMARK-FILE.
002049     CLOSE INSOLV-FILE.

002050 9000-EXIT.
002060     EXIT.
900108*-----------------------------------------------------------------
900110 8100-WRITE-JRNL-START.

900111*    A PREDECESSOR NOT YET ENDED CLEAN TODAY (JOBDEPS) STOPS
900112*    THE RUN HERE, BEFORE IT HAS TOUCHED ANYTHING
900113     MOVE 'DCI8BPGD' TO JG-JOBNAME.
900114     CALL 'DCI8BJGT' USING JOBGATE.
900115     IF JG-RC-BLOCKED THEN
900116         MOVE JG-BLOCKED-RC TO RETURN-CODE
900117         STOP RUN
900118     END-IF.

900119     MOVE 'DCI8BPGD' TO JR-JOBNAME.
900120     MOVE 'S' TO JR-ROW-TYPE.
900121     MOVE 0 TO JR-READ-COUNT JR-WRITTEN-COUNT
900122         JR-REJECTED-COUNT.
900123     MOVE SPACE TO JR-STATUS.
900124     PERFORM 8300-STAMP-AND-WRITE THRU 8300-EXIT.

900128 8100-EXIT.
900180 8300-EXIT.
900182     EXIT.

900183*-----------------------------------------------------------------
900184* 8400-WRITE-HISTORY - THE CURRENT WORKLIST RECORD TO THE WLHIST
900185* HISTORY THROUGH DCI8BWLH. THE CALLER SETS WH-EVENT AND
900186* WH-PREV-COLLECTOR FIRST
900187*-----------------------------------------------------------------
900188 8400-WRITE-HISTORY.

900189     MOVE WL-ACCTNO TO WH-ACCTNO.
900190     MOVE 0 TO WH-DATE.
900191     MOVE 0 TO WH-TIME.
900192     MOVE WL-DISPOSITION TO WH-DISPOSITION.
900193     MOVE WL-FOLLOWUP-DATE TO WH-FOLLOWUP-DATE.
900194     MOVE WL-SEVERITY TO WH-SEVERITY.
900195     MOVE WL-COLLECTOR TO WH-COLLECTOR.
900196     MOVE WL-PROMISE-AMT TO WH-PROMISE-AMT.
900197     MOVE WL-PROMISE-DATE TO WH-PROMISE-DATE.
900198     MOVE 'DCI8BPGD' TO WH-USERID.
900199     MOVE 'BAT' TO WH-TRMID.
900200     CALL 'DCI8BWLH' USING WLHIST-REC.

900201 8400-EXIT.
900202     EXIT.

900212 END PROGRAM DCI8BPGD.
