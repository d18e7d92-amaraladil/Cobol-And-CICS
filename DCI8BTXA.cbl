000150* 2026-09-02 AA   INITIAL VERSION - THE DCI8BHAR RELIEF VALVE
000160*                 FOR THE TRANSACTION FILE, WHICH GROWS BY EVERY
000170*                 DEBIT AND CREDIT EVERY NIGHT
000171* 2026-10-06 AA   THE RUN NOW PASSES THE JOBDEPS PREREQUISITE
000172*                 GATE (DCI8BJGT) BEFORE ITS START ROW AND
000173*                 STOPS WITH RETURN CODE 12 WHEN A
000174*                 PREDECESSOR HAS NOT ENDED CLEAN TODAY
000175* 2026-10-08 AA   ACCTTXN RECORD WIDENED FOR THE HASH CHAIN
000176*                 FIELDS; THE HIGHEST SEALED ROW ARCHIVED FOR
000177*                 EACH ACCOUNT GOES TO ITS HASHCHN HEAD
000178*                 (DCI8BHCN) SO THE CHAIN STILL PROVES FROM
000179*                 WHAT IS LEFT ON FILE
000180*-----------------------------------------------------------------
000190*****************************************************************
000200* THIS JOB READS A SINGLE CONTROL CARD FROM TXAPARM GIVING THE
000710         10  TX-POST-DATE        PIC S9(7) COMP-3.
000720         10  TX-POST-JOB         PIC X(08).
000730     05  TX-SOURCE               PIC X(01).
000731     05  TX-CHAIN-INFO.
000733         88  TX-CHAIN-UNSEALED   VALUES LOW-VALUES SPACES.
000735         10  TX-CHAIN-NO         PIC 9(09) COMP.
000736         10  TX-CHAIN-PREV       PIC 9(18) COMP.
000738         10  TX-CHAIN-HASH       PIC 9(18) COMP.

000740 FD  ARCHIVE-FILE
000750     RECORDING MODE IS F
000760     LABEL RECORDS ARE STANDARD.
000762*    THE ARCHIVE KEEPS THE ROW AS IT WAS BEFORE THE CHAIN
000765*    FIELDS, FOR DCI8BTXP - THE CHAIN ITSELF IS CARRIED ON
000767*    BY THE HASHCHN HEAD
000770 01  ARCHIVE-REC                 PIC X(39).

000780*-----------------------------------------------------------------
000960 77  WS-JOURNAL-STATUS       PIC X(02) VALUE SPACES.
000970 77  WS-JRNL-TIME-RAW        PIC 9(08) VALUE 0.

000975     COPY 'JOBGATE'.

000980 77  WS-PARM-STATUS          PIC X(02) VALUE SPACES.
000990 77  WS-ACCTTXN-STATUS       PIC X(02) VALUE SPACES.
001000 77  WS-ARCHIVE-STATUS       PIC X(02) VALUE SPACES.
001070     05  WS-READ-COUNT       PIC 9(09) COMP-3 VALUE 0.
001080     05  WS-ARCHIVED-COUNT   PIC 9(09) COMP-3 VALUE 0.
001090     05  WS-KEPT-COUNT       PIC 9(09) COMP-3 VALUE 0.
001091     05  WS-CHAIN-MARK-COUNT PIC 9(09) COMP-3 VALUE 0.

001092*-----------------------------------------------------------------
001093* THE CURRENT ACCOUNT'S HIGHEST SEALED ROW ARCHIVED THIS RUN - ITS
001094* CHAIN POSITION AND HASH GO TO THE ACCOUNT'S HASHCHN HEAD
001095* (DCI8BHCN 'A') WHEN THE WALK MOVES ON TO THE NEXT ACCOUNT. A
001096* BACK-VALUED ROW CAN BE ARCHIVED FROM THE MIDDLE OF THE CHAIN,
001097* SO IT IS THE HIGHEST POSITION THAT COUNTS, NOT THE LAST SEEN
001098*-----------------------------------------------------------------
001099 77  WS-ARCH-ACCTNO          PIC X(09) VALUE SPACES.
001100 77  WS-ARCH-CHAIN-NO        PIC 9(09) COMP VALUE 0.
001101 77  WS-ARCH-CHAIN-HASH      PIC 9(18) COMP VALUE 0.
001102* PARAMETER BLOCK FOR THE HASH CHAIN SERVICE
001103     COPY 'CHAINPRM'.

001106*-----------------------------------------------------------------
001110* THE RETENTION CUTOFF, WORKED OUT AT RUN TIME BY DCI8BDAT
001120* FROM TODAY MINUS TA-RETAIN-DAYS
001130*-----------------------------------------------------------------
001850*-----------------------------------------------------------------
001860 2000-PROCESS-ROW.

001862     IF TX-ACCTNO NOT = WS-ARCH-ACCTNO THEN
001864         PERFORM 2100-MARK-ARCHIVED THRU 2100-EXIT
001866         MOVE TX-ACCTNO TO WS-ARCH-ACCTNO
001868     END-IF.

001870     IF TX-DATE < WS-CUTOFF-DATE THEN
001871         IF NOT TX-CHAIN-UNSEALED AND
001873                 TX-CHAIN-NO > WS-ARCH-CHAIN-NO THEN
001875             MOVE TX-CHAIN-NO TO WS-ARCH-CHAIN-NO
001876             MOVE TX-CHAIN-HASH TO WS-ARCH-CHAIN-HASH
001878         END-IF
001880         MOVE ACCTTXN-REC TO ARCHIVE-REC
001890         WRITE ARCHIVE-REC
001900         DELETE ACCTTXN-FILE
001960 2000-EXIT.
001970     EXIT.

001971*-----------------------------------------------------------------
001972* 2100-MARK-ARCHIVED TELLS THE LAST ACCOUNT'S HASHCHN HEAD HOW FAR
001973* ITS SEALED ROWS NOW GO BACK, WHEN ANY WENT THIS RUN
001974*-----------------------------------------------------------------
001975 2100-MARK-ARCHIVED.

001976     IF WS-ARCH-CHAIN-NO = 0 THEN
001977         GO TO 2100-EXIT
001978     END-IF.

001979     MOVE 'A' TO CP-FUNCTION.
001980     MOVE 'T' TO CP-FILE.
001981     MOVE 'DCI8BTXA' TO CP-JOBNAME.
001982     MOVE SPACES TO CP-ROW.
001983     MOVE WS-ARCH-ACCTNO TO CP-ROW(1:9).
001984     MOVE WS-ARCH-CHAIN-NO TO CP-CHAIN-NO.
001985     MOVE WS-ARCH-CHAIN-HASH TO CP-HASH.
001986     CALL 'DCI8BHCN' USING CHAINPRM.

001987     IF CP-RC-GOOD THEN
001988         ADD 1 TO WS-CHAIN-MARK-COUNT
001989     END-IF.

001990     MOVE 0 TO WS-ARCH-CHAIN-NO WS-ARCH-CHAIN-HASH.

001991 2100-EXIT.
001992     EXIT.

001993 9000-TERMINATE.

001994*    THE LAST ACCOUNT WALKED HAS NOT BEEN MARKED YET
001995     PERFORM 2100-MARK-ARCHIVED THRU 2100-EXIT.

001996     DISPLAY 'DCI8BTXA - ACCTTXN ARCHIVE - RUN SUMMARY'.
002000     DISPLAY 'TXN ROWS READ    : ' WS-READ-COUNT.
002010     DISPLAY 'ROWS ARCHIVED    : ' WS-ARCHIVED-COUNT.
002020     DISPLAY 'ROWS KEPT        : ' WS-KEPT-COUNT.
002025     DISPLAY 'CHAINS MARKED    : ' WS-CHAIN-MARK-COUNT.

002030     CLOSE ACCTTXN-FILE.
002040     CLOSE ARCHIVE-FILE.
002110*-----------------------------------------------------------------
002120 8100-WRITE-JRNL-START.

002121*    A PREDECESSOR NOT YET ENDED CLEAN TODAY (JOBDEPS) STOPS
002122*    THE RUN HERE, BEFORE IT HAS TOUCHED ANYTHING
002123     MOVE 'DCI8BTXA' TO JG-JOBNAME.
002124     CALL 'DCI8BJGT' USING JOBGATE.
002125     IF JG-RC-BLOCKED THEN
002126         MOVE JG-BLOCKED-RC TO RETURN-CODE
002127         STOP RUN
002128     END-IF.

002130     MOVE 'DCI8BTXA' TO JR-JOBNAME.
002140     MOVE 'S' TO JR-ROW-TYPE.
002150     MOVE 0 TO JR-READ-COUNT JR-WRITTEN-COUNT
