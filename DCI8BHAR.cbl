000188*                 THE ACCTFILE RECORD LAYOUT
000189* 2026-09-02 AA   ADDED ESTATE-FLAG (DECEASED MARKER) TO
000190*                 THE ACCTFILE RECORD LAYOUT
000191* 2026-10-06 AA   THE RUN NOW PASSES THE JOBDEPS PREREQUISITE
000192*                 GATE (DCI8BJGT) BEFORE ITS START ROW AND
000193*                 STOPS WITH RETURN CODE 12 WHEN A
000194*                 PREDECESSOR HAS NOT ENDED CLEAN TODAY
000195* 2026-10-08 AA   ACCTHIST RECORD WIDENED FOR THE HASH CHAIN
000196*                 FIELDS; THE HIGHEST SEALED ROW ARCHIVED FOR
000197*                 EACH ACCOUNT GOES TO ITS HASHCHN HEAD
000198*                 (DCI8BHCN) SO THE CHAIN STILL PROVES FROM
000199*                 WHERE THE FILE NOW STARTS
000201*-----------------------------------------------------------------
000203*****************************************************************
000205* AH-SEQNO AND LAST-HIST-SEQ ARE PIC 9(04) - A HEAVILY
000210* MAINTAINED ACCOUNT WILL EVENTUALLY HIT 9999 AND THE HISTORY
000220* FILE GROWS WITHOUT BOUND, SLOWING DCI8DPGR'S PF6 PAGING.
000230* THIS JOB READS A SINGLE CONTROL CARD FROM ARCPARM GIVING THE
001033     05  AF-BRANCH               PIC X(04).
001034     05  AF-CONTACT-PREF         PIC X(01).
001035     05  AF-STMT-CYCLE           PIC X(01).
001036     05  AF-GONEAWAY-FLAG        PIC X(01).
001037     05  AF-CUST-ID              PIC 9(08).
001038     05  AF-ESTATE-FLAG          PIC X(01).
001039     05  AF-SENS-FLAG            PIC X(01).
001040     05  AF-ANNFEE-PLAN          PIC X(01).
001041     05  AF-SETTLE-FLAG          PIC X(01).
001042     05  AF-PRODUCT-CODE         PIC X(04).

001050 FD  ACCTHIST-FILE
001060     LABEL RECORDS ARE STANDARD.
001150         10  AH-CHG-DATE         PIC S9(7) COMP-3.
001160         10  AH-CHG-TIME         PIC S9(7) COMP-3.
001170     05  AH-EVENT-TYPE           PIC X(01).
001173     05  AH-CHAIN-INFO.
001176         88  AH-CHAIN-UNSEALED   VALUES LOW-VALUES SPACES.
001180         10  AH-CHAIN-NO         PIC 9(09) COMP.
001183         10  AH-CHAIN-PREV       PIC 9(18) COMP.
001186         10  AH-CHAIN-HASH       PIC 9(18) COMP.

001190 FD  ARCHIVE-FILE
001200     RECORDING MODE IS F
001210     LABEL RECORDS ARE STANDARD.
001212*    THE ARCHIVE KEEPS THE ROW AS IT WAS BEFORE THE CHAIN
001215*    FIELDS, FOR DCI8BHPR - THE CHAIN ITSELF IS CARRIED ON
001217*    BY THE HASHCHN HEAD
001220 01  ARCHIVE-REC                 PIC X(202).

000005*-----------------------------------------------------------------
000022 77  WS-JOURNAL-STATUS       PIC X(02) VALUE SPACES.
000023 77  WS-JRNL-TIME-RAW        PIC 9(08) VALUE 0.

000636     COPY 'JOBGATE'.

001250 77  WS-PARM-STATUS          PIC X(02) VALUE SPACES.
001260 77  WS-ACCTFILE-STATUS      PIC X(02) VALUE SPACES.
001270 77  WS-ACCTHIST-STATUS      PIC X(02) VALUE SPACES.
001410     05  WS-KEPT-COUNT       PIC 9(07) COMP-3 VALUE 0.
001420     05  WS-RENUM-COUNT      PIC 9(07) COMP-3 VALUE 0.
001430     05  WS-RESET-COUNT      PIC 9(07) COMP-3 VALUE 0.
001440     05  WS-CHAIN-MARK-COUNT PIC 9(07) COMP-3 VALUE 0.

001450*-----------------------------------------------------------------
001460* THE CURRENT ACCOUNT'S COMPACTION STATE - WS-NEW-SEQ COUNTS
001490* DELETED AND REWRITTEN UNDER ITS NEW KEY
001500*-----------------------------------------------------------------
001510 77  WS-NEW-SEQ              PIC 9(04) COMP VALUE 0.
001511 01  WS-HELD-ROW             PIC X(222).

001512*-----------------------------------------------------------------
001513* THE CURRENT ACCOUNT'S HIGHEST SEALED ROW ARCHIVED THIS RUN - ITS
001514* CHAIN POSITION AND HASH GO TO THE ACCOUNT'S HASHCHN HEAD
001515* (DCI8BHCN 'A') ONCE ITS WALK IS DONE
001516*-----------------------------------------------------------------
001517 77  WS-ARCH-CHAIN-NO        PIC 9(09) COMP VALUE 0.
001518 77  WS-ARCH-CHAIN-HASH      PIC 9(18) COMP VALUE 0.
001519* PARAMETER BLOCK FOR THE HASH CHAIN SERVICE
001520     COPY 'CHAINPRM'.

001522*-----------------------------------------------------------------
001524* THE RETENTION CUTOFF, WORKED OUT AT RUN TIME BY DCI8BDAT
001930 2000-PROCESS-MASTER.

001940     MOVE 0 TO WS-NEW-SEQ.
001945     MOVE 0 TO WS-ARCH-CHAIN-NO WS-ARCH-CHAIN-HASH.
001950     MOVE 'N' TO WS-WALK-DONE-SW.

001960     MOVE AF-ACCTNO TO AH-ACCTNO.
002020     PERFORM 2100-WALK-ONE-ROW THRU 2100-EXIT
002030         UNTIL WS-WALK-DONE.

002032     IF WS-ARCH-CHAIN-NO > 0 THEN
002035         PERFORM 2200-MARK-ARCHIVED THRU 2200-EXIT
002037     END-IF.

002040     IF AF-LAST-HIST-SEQ NOT = WS-NEW-SEQ THEN
002050         MOVE WS-NEW-SEQ TO AF-LAST-HIST-SEQ
002060         REWRITE ACCTFILE-REC
002290     END-IF.

002300     IF AH-CHG-DATE < WS-CUTOFF-DATE THEN
002301         IF NOT AH-CHAIN-UNSEALED AND
002303                 AH-CHAIN-NO > WS-ARCH-CHAIN-NO THEN
002305             MOVE AH-CHAIN-NO TO WS-ARCH-CHAIN-NO
002306             MOVE AH-CHAIN-HASH TO WS-ARCH-CHAIN-HASH
002308         END-IF
002310         MOVE ACCTHIST-REC TO ARCHIVE-REC
002320         WRITE ARCHIVE-REC
002330         DELETE ACCTHIST-FILE
002470 2100-EXIT.
002480     EXIT.

002481*-----------------------------------------------------------------
002482* 2200-MARK-ARCHIVED TELLS THE ACCOUNT'S HASHCHN HEAD HOW FAR ITS
002483* SEALED ROWS NOW GO BACK - THE FIRST ROW LEFT ON FILE LINKS TO
002484* THE HASH RECORDED HERE
002485*-----------------------------------------------------------------
002486 2200-MARK-ARCHIVED.

002487     MOVE 'A' TO CP-FUNCTION.
002488     MOVE 'H' TO CP-FILE.
002489     MOVE 'DCI8BHAR' TO CP-JOBNAME.
002490     MOVE SPACES TO CP-ROW.
002491     MOVE AF-ACCTNO TO CP-ROW(1:9).
002492     MOVE WS-ARCH-CHAIN-NO TO CP-CHAIN-NO.
002493     MOVE WS-ARCH-CHAIN-HASH TO CP-HASH.
002494     CALL 'DCI8BHCN' USING CHAINPRM.

002495     IF CP-RC-GOOD THEN
002496         ADD 1 TO WS-CHAIN-MARK-COUNT
002497     END-IF.

002498 2200-EXIT.
002499     EXIT.

002502 9000-TERMINATE.

002505     DISPLAY 'DCI8BHAR - HISTORY ARCHIVE/COMPACT - RUN SUMMARY'.
002510     DISPLAY 'MASTERS READ     : ' WS-ACCT-COUNT.
002520     DISPLAY 'ROWS ARCHIVED    : ' WS-ARCHIVED-COUNT.
002530     DISPLAY 'ROWS KEPT        : ' WS-KEPT-COUNT.
002540     DISPLAY 'ROWS RENUMBERED  : ' WS-RENUM-COUNT.
002550     DISPLAY 'MASTERS RESET    : ' WS-RESET-COUNT.
002555     DISPLAY 'CHAINS MARKED    : ' WS-CHAIN-MARK-COUNT.

002560     CLOSE ACCTFILE.
002570     CLOSE ACCTHIST-FILE.
900108*-----------------------------------------------------------------
900110 8100-WRITE-JRNL-START.

900111*    A PREDECESSOR NOT YET ENDED CLEAN TODAY (JOBDEPS) STOPS
900112*    THE RUN HERE, BEFORE IT HAS TOUCHED ANYTHING
900113     MOVE 'DCI8BHAR' TO JG-JOBNAME.
900114     CALL 'DCI8BJGT' USING JOBGATE.
900115     IF JG-RC-BLOCKED THEN
900116         MOVE JG-BLOCKED-RC TO RETURN-CODE
900117         STOP RUN
900118     END-IF.

900119     MOVE 'DCI8BHAR' TO JR-JOBNAME.
900120     MOVE 'S' TO JR-ROW-TYPE.
900121     MOVE 0 TO JR-READ-COUNT JR-WRITTEN-COUNT
900122         JR-REJECTED-COUNT.
900123     MOVE SPACE TO JR-STATUS.
900124     PERFORM 8300-STAMP-AND-WRITE THRU 8300-EXIT.

900128 8100-EXIT.
