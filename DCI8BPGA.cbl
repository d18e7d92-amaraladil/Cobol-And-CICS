000188*                 THE ACCTFILE RECORD LAYOUT
000189* 2026-09-02 AA   ADDED ESTATE-FLAG (DECEASED MARKER) TO
000190*                 THE ACCTFILE RECORD LAYOUT
000191* 2026-10-06 AA   THE RUN NOW PASSES THE JOBDEPS PREREQUISITE
000192*                 GATE (DCI8BJGT) BEFORE ITS START ROW AND
000193*                 STOPS WITH RETURN CODE 12 WHEN A
000194*                 PREDECESSOR HAS NOT ENDED CLEAN TODAY
000195* 2026-10-15 AA   A RAISE THAT WOULD TAKE A LINKED ACCOUNT'S
000196*                 CUSTOMER OVER THEIR OVERALL LIMIT (CUSTMAST)
000197*                 IS SKIPPED AS AN EXCEPTION
000199*-----------------------------------------------------------------
000201*****************************************************************
000203* THIS JOB READS A SINGLE CONTROL CARD FROM ADJPARM GIVING THE
000205* TARGET STATUS CODE, THE ADJUSTMENT TYPE (P = PERCENT, F = FLAT
000210* AMOUNT) AND THE ADJUSTMENT VALUE (SIGNED - NEGATIVE TRIMS THE
000220* LIMIT, POSITIVE RAISES IT), THEN WALKS ACCTFILE SEQUENTIALLY
000230* AND REWRITES CRLIMIT FOR EVERY ACCOUNT IN THAT STATUS CATEGORY.
000240* EACH PROPOSED NEW LIMIT IS RANGE-CHECKED AGAINST CRLIMCFG THE
000250* SAME WAY DCI8DPGE DOES ONLINE - AN ACCOUNT THAT WOULD GO
000260* NEGATIVE OR OUTSIDE ITS STATUS'S BAND IS SKIPPED AND LOGGED TO
000261* THE EXCEPTION REPORT RATHER THAN BEING WRITTEN BAD. SO IS A
000262* RAISE THAT WOULD TAKE THE LINKED ACCOUNTS OF THE ACCOUNT'S
000263* CUSTOMER TOGETHER OVER THE CUSTOMER'S OVERALL LIMIT
000280*****************************************************************

000320 ENVIRONMENT DIVISION.
000620         RECORD KEY IS CK-JOBID
000630         FILE STATUS IS WS-CHKPNT-STATUS.

000631     SELECT CUSTMAST-FILE ASSIGN TO CUSTMAST
000632         ORGANIZATION IS INDEXED
000633         ACCESS MODE IS RANDOM
000634         RECORD KEY IS CM-CUSTID
000635         FILE STATUS IS WS-CUSTMAST-STATUS.

000636     SELECT CUSTACCT ASSIGN TO CUSTACCT
000637         ORGANIZATION IS INDEXED
000638         ACCESS MODE IS DYNAMIC
000639         RECORD KEY IS CX-ACCTKEY
000640         ALTERNATE RECORD KEY IS CX-CUST-ID WITH DUPLICATES
000641         FILE STATUS IS WS-CUSTACCT-STATUS.

000642     SELECT JOURNAL-FILE ASSIGN TO RUNJRNL
000643         ORGANIZATION IS SEQUENTIAL
000644         FILE STATUS IS WS-JOURNAL-STATUS.

000645 DATA DIVISION.
000650 FILE SECTION.

000660 FD  PARM-FILE
001002     05  AF-BRANCH               PIC X(04).
001003     05  AF-CONTACT-PREF         PIC X(01).
001005     05  AF-STMT-CYCLE           PIC X(01).
001006     05  AF-GONEAWAY-FLAG        PIC X(01).
001007     05  AF-CUST-ID              PIC 9(08).
001008     05  AF-ESTATE-FLAG          PIC X(01).
001009     05  AF-SENS-FLAG            PIC X(01).
001010     05  AF-ANNFEE-PLAN          PIC X(01).
001011     05  AF-SETTLE-FLAG          PIC X(01).
001012     05  AF-PRODUCT-CODE         PIC X(04).

001013 FD  CRLIMCFG-FILE
001014     LABEL RECORDS ARE STANDARD.
001020 01  CRLIMCFG-REC.
001030     05  CF-STAT                 PIC X(01).
001040     05  CF-MIN                  PIC 9(08)V99.
001120* THIS JOB LAST FINISHED PROCESSING (ADJUSTED OR SKIPPED) - A
001130* RERUN AFTER AN ABEND RESUMES PAST THAT KEY INSTEAD OF FROM THE
001140* TOP OF ACCTFILE, SO NO ACCOUNT GETS ITS CRLIMIT ADJUSTED TWICE
001141*-----------------------------------------------------------------
001142 FD  CHKPNT-FILE
001143     LABEL RECORDS ARE STANDARD.
001144 01  CHKPNT-REC.
001145     05  CK-JOBID                PIC X(08).
001146     05  CK-LAST-KEY             PIC X(09).
001147     05  CK-STATUS               PIC X(01).
001148         88  CK-COMPLETE                 VALUE 'C'.
001149         88  CK-IN-PROGRESS              VALUE 'I'.

001150 FD  CUSTMAST-FILE
001151     LABEL RECORDS ARE STANDARD.
001152 01  CUSTMAST-REC.
001153     05  CM-CUSTID               PIC 9(08).
001154     05  CM-SNAME                PIC X(15).
001155     05  CM-FNAME                PIC X(15).
001156     05  CM-ADDR1                PIC X(20).
001157     05  CM-ADDR2                PIC X(20).
001158     05  CM-CREATED-INFO.
001159         10  CM-CR-USERID        PIC X(08).
001160         10  CM-CR-TRMID         PIC X(04).
001161         10  CM-CR-DATE          PIC S9(7) COMP-3.
001162         10  CM-CR-TIME          PIC S9(7) COMP-3.
001163     05  CM-OVERALL-LIMIT        PIC 9(08)V99.
001164     05  CM-OVL-CHANGED-INFO.
001165         10  CM-OVL-USERID       PIC X(08).
001166         10  CM-OVL-TRMID        PIC X(04).
001167         10  CM-OVL-DATE         PIC S9(7) COMP-3.

001168*-----------------------------------------------------------------
001169* CUSTACCT - THE ACCTFILE ALTERNATE PATH KEYED ON CUST-ID. ONLY
001170* THE ACCOUNT NUMBER AND ITS LIMIT ARE TAKEN FROM IT
001171*-----------------------------------------------------------------
001172 FD  CUSTACCT
001173     LABEL RECORDS ARE STANDARD.
001174 01  CUSTACCT-REC.
001175     05  CX-ACCTKEY.
001176         10  CX-ACCTNO           PIC X(09).
001177     05  FILLER                  PIC X(74).
001178     05  CX-CRLIMIT              PIC 9(08)V99.
001179     05  FILLER                  PIC X(159).
001180     05  CX-CUST-ID              PIC 9(08).
001181     05  FILLER                  PIC X(08).

001182*-----------------------------------------------------------------
001183* RUNJRNL - THE COMMON BATCH RUN JOURNAL, ONE START ROW AND ONE
001184* END ROW PER RUN, READ BY DCI8BJRN FOR THE MORNING CHECK
001185*-----------------------------------------------------------------
001186 FD  JOURNAL-FILE
001187     RECORDING MODE IS F
001188     LABEL RECORDS ARE STANDARD.
001189 01  JR-REC.
001190     05  JR-JOBNAME              PIC X(08).
001191     05  JR-ROW-TYPE             PIC X(01).
001192     05  JR-DATE                 PIC 9(07).
001193     05  JR-TIME                 PIC 9(06).
001194     05  JR-READ-COUNT           PIC 9(07).
001195     05  JR-WRITTEN-COUNT        PIC 9(07).
001196     05  JR-REJECTED-COUNT       PIC 9(07).
001197     05  JR-STATUS               PIC X(01).
001198     05  FILLER                  PIC X(06).

001200 WORKING-STORAGE SECTION.
000022 77  WS-JOURNAL-STATUS       PIC X(02) VALUE SPACES.
000023 77  WS-JRNL-TIME-RAW        PIC 9(08) VALUE 0.

000616     COPY 'JOBGATE'.

001210 77  WS-PARM-STATUS          PIC X(02) VALUE SPACES.
001220 77  WS-ACCTFILE-STATUS      PIC X(02) VALUE SPACES.
001230 77  WS-CRLIMCFG-STATUS      PIC X(02) VALUE SPACES.
001250 77  WS-REPORT-STATUS        PIC X(02) VALUE SPACES.
001251 77  WS-CHKPNT-STATUS        PIC X(02) VALUE SPACES.
001252     88  WS-CHKPNT-NOTFND           VALUE '23'.
001253 77  WS-CUSTMAST-STATUS      PIC X(02) VALUE SPACES.
001254 77  WS-CUSTACCT-STATUS      PIC X(02) VALUE SPACES.

001255*    CUSTOMER OVERALL-LIMIT WORK - THE LIMITS OF THE CUSTOMER'S
001256*    LINKED ACCOUNTS, THE ONE BEING ADJUSTED AT ITS NEW FIGURE
001257 77  WS-OVL-TOTAL            PIC S9(10)V99 COMP-3 VALUE 0.
001258 01  WS-CX-DONE-SW           PIC X(01) VALUE 'N'.
001259     88  WS-CX-DONE                  VALUE 'Y'.

001260 01  WS-SWITCHES.
001270     05  WS-EOF-SW           PIC X(01) VALUE 'N'.
001660     OPEN INPUT CRLIMCFG-FILE.
001662     OPEN INPUT SCOREBND-FILE.
001664     OPEN INPUT ACCTCTL-FILE.
001665     OPEN OUTPUT REPORT-FILE.
001666     OPEN I-O CHKPNT-FILE.
001667     OPEN INPUT CUSTMAST-FILE.
001668     OPEN INPUT CUSTACCT.

001672     ACCEPT WS-TODAY-JULIAN FROM DAY YYYYDDD.

002245         PERFORM 2150-CHECK-SCORE-BAND THRU 2150-EXIT
002246     END-IF.

002247*    AND THE CUSTOMER'S OVERALL LIMIT WHEN THE ACCOUNT IS LINKED
002248     IF WS-ADJUSTMENT-VALID AND AF-CUST-ID > 0 AND
002249             WS-NEW-CRLIMIT > AF-CRLIMIT THEN
002250         PERFORM 2170-CHECK-CUSTOMER-LIMIT THRU 2170-EXIT
002251     END-IF.

002255     IF WS-ADJUSTMENT-VALID THEN
002260         MOVE WS-NEW-CRLIMIT TO AF-CRLIMIT
002270         REWRITE ACCTFILE-REC
002280         ADD 1 TO WS-ADJUSTED-COUNT
002396 2160-EXIT.
002397     EXIT.

002398*-----------------------------------------------------------------
002399* 2170-CHECK-CUSTOMER-LIMIT REFUSES A RAISE THAT WOULD TAKE THE
002400* CUSTOMER'S LINKED ACCOUNTS TOGETHER OVER THE CUSTOMER'S
002401* OVERALL LIMIT - THE RULE DCI8DPHQ APPLIES ONLINE. A CUSTOMER
002402* WITH NO OVERALL LIMIT (ZERO, OR A ROW FROM BEFORE IT EXISTED)
002403* LEAVES THE RAISE UNCHALLENGED
002404*-----------------------------------------------------------------
002405 2170-CHECK-CUSTOMER-LIMIT.

002406     MOVE AF-CUST-ID TO CM-CUSTID.
002407     READ CUSTMAST-FILE
002408         INVALID KEY
002409             GO TO 2170-EXIT
002410     END-READ.

002411     IF CM-OVERALL-LIMIT IS NOT NUMERIC THEN
002412         GO TO 2170-EXIT
002413     END-IF.
002414     IF CM-OVERALL-LIMIT = 0 THEN
002415         GO TO 2170-EXIT
002416     END-IF.

002417     MOVE WS-NEW-CRLIMIT TO WS-OVL-TOTAL.
002418     MOVE 'N' TO WS-CX-DONE-SW.
002419     MOVE AF-CUST-ID TO CX-CUST-ID.
002420     START CUSTACCT KEY IS EQUAL TO CX-CUST-ID
002421         INVALID KEY
002422             MOVE 'Y' TO WS-CX-DONE-SW
002423     END-START.

002424     PERFORM 2180-NEXT-LINKED THRU 2180-EXIT
002425         UNTIL WS-CX-DONE.

002426     IF WS-OVL-TOTAL > CM-OVERALL-LIMIT THEN
002427         MOVE 'N' TO WS-VALID-SW
002428         MOVE 'RAISE OVER CUSTOMER OVERALL LIMIT'
002429             TO EL-REASON
002430     END-IF.

002431 2170-EXIT.
002432     EXIT.

002433 2180-NEXT-LINKED.

002434     READ CUSTACCT NEXT RECORD
002435         AT END
002436             MOVE 'Y' TO WS-CX-DONE-SW
002437             GO TO 2180-EXIT
002438     END-READ.

002439     IF CX-CUST-ID NOT = AF-CUST-ID THEN
002440         MOVE 'Y' TO WS-CX-DONE-SW
002441         GO TO 2180-EXIT
002442     END-IF.

002443     IF CX-ACCTNO NOT = AF-ACCTNO THEN
002444         ADD CX-CRLIMIT TO WS-OVL-TOTAL
002445     END-IF.

002446 2180-EXIT.
002447     EXIT.

002457 9000-TERMINATE.

002467     DISPLAY 'DCI8BPGA - BULK CRLIMIT ADJUSTMENT - RUN SUMMARY'.
002477     DISPLAY 'RECORDS READ     : ' WS-READ-COUNT.
002487     DISPLAY 'ACCOUNTS ADJUSTED: ' WS-ADJUSTED-COUNT.
002497     DISPLAY 'ACCOUNTS SKIPPED : ' WS-SKIPPED-COUNT.

002507     MOVE 'C' TO CK-STATUS.
002517     REWRITE CHKPNT-REC.

002527     CLOSE ACCTFILE.
002537     CLOSE CRLIMCFG-FILE.
002547     CLOSE SCOREBND-FILE.
002557     CLOSE ACCTCTL-FILE.
002567     CLOSE REPORT-FILE.
002577     CLOSE CHKPNT-FILE.
002587     CLOSE CUSTMAST-FILE.
002597     CLOSE CUSTACCT.

002607 9000-EXIT.
002617     EXIT.

900100*-----------------------------------------------------------------
900102* 8100/8200 WRITE THIS RUN'S START AND END ROWS TO THE COMMON
900108*-----------------------------------------------------------------
900110 8100-WRITE-JRNL-START.

900111*    A PREDECESSOR NOT YET ENDED CLEAN TODAY (JOBDEPS) STOPS
900112*    THE RUN HERE, BEFORE IT HAS TOUCHED ANYTHING
900113     MOVE 'DCI8BPGA' TO JG-JOBNAME.
900114     CALL 'DCI8BJGT' USING JOBGATE.
900115     IF JG-RC-BLOCKED THEN
900116         MOVE JG-BLOCKED-RC TO RETURN-CODE
900117         STOP RUN
900118     END-IF.

900119     MOVE 'DCI8BPGA' TO JR-JOBNAME.
900120     MOVE 'S' TO JR-ROW-TYPE.
900121     MOVE 0 TO JR-READ-COUNT JR-WRITTEN-COUNT
900122         JR-REJECTED-COUNT.
900123     MOVE SPACE TO JR-STATUS.
900124     PERFORM 8300-STAMP-AND-WRITE THRU 8300-EXIT.

900128 8100-EXIT.
