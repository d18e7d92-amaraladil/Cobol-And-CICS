000188*                 THE ACCTFILE RECORD LAYOUT
000189* 2026-09-02 AA   ADDED ESTATE-FLAG (DECEASED MARKER) TO
000190*                 THE ACCTFILE RECORD LAYOUT
000191* 2026-10-06 AA   THE RUN NOW PASSES THE JOBDEPS PREREQUISITE
000192*                 GATE (DCI8BJGT) BEFORE ITS START ROW AND
000193*                 STOPS WITH RETURN CODE 12 WHEN A
000194*                 PREDECESSOR HAS NOT ENDED CLEAN TODAY
000195* 2026-10-08 AA   ACCTHIST RECORD WIDENED FOR THE HASH CHAIN
000196*                 FIELDS
000197*-----------------------------------------------------------------
000198*****************************************************************
000200* NOTHING EVER PROVED THAT AN ACCOUNT'S LAST-HIST-SEQ AGREES
000210* WITH THE ACCTHIST ROWS ACTUALLY ON FILE. THIS JOB READS BOTH
000220* FILES IN KEY ORDER AND MATCH-MERGES THEM: HISTORY ROWS WHOSE
000898     05  AF-CUST-ID              PIC 9(08).
000899     05  AF-ESTATE-FLAG          PIC X(01).
000897     05  AF-SENS-FLAG            PIC X(01).
000898     05  AF-ANNFEE-PLAN          PIC X(01).
000899     05  AF-SETTLE-FLAG          PIC X(01).
000900     05  AF-PRODUCT-CODE         PIC X(04).

000905 FD  ACCTHIST-FILE
000910     LABEL RECORDS ARE STANDARD.
000920 01  ACCTHIST-REC.
000930     05  AH-KEY.
000950         10  AH-SEQNO            PIC 9(04) COMP.
000960     05  FILLER                  PIC X(190).
000970     05  AH-EVENT-TYPE           PIC X(01).
000974     05  AH-CHAIN-INFO.
000978         10  AH-CHAIN-NO         PIC 9(09) COMP.
000982         10  AH-CHAIN-PREV       PIC 9(18) COMP.
000986         10  AH-CHAIN-HASH       PIC 9(18) COMP.

000990 FD  REPORT-FILE
001000     RECORDING MODE IS F
000022 77  WS-JOURNAL-STATUS       PIC X(02) VALUE SPACES.
000023 77  WS-JRNL-TIME-RAW        PIC 9(08) VALUE 0.

000536     COPY 'JOBGATE'.

001050 77  WS-ACCTFILE-STATUS      PIC X(02) VALUE SPACES.
001060 77  WS-ACCTHIST-STATUS      PIC X(02) VALUE SPACES.
001070 77  WS-REPORT-STATUS        PIC X(02) VALUE SPACES.
900108*-----------------------------------------------------------------
900110 8100-WRITE-JRNL-START.

900111*    A PREDECESSOR NOT YET ENDED CLEAN TODAY (JOBDEPS) STOPS
900112*    THE RUN HERE, BEFORE IT HAS TOUCHED ANYTHING
900113     MOVE 'DCI8BHCK' TO JG-JOBNAME.
900114     CALL 'DCI8BJGT' USING JOBGATE.
900115     IF JG-RC-BLOCKED THEN
900116         MOVE JG-BLOCKED-RC TO RETURN-CODE
900117         STOP RUN
900118     END-IF.

900119     MOVE 'DCI8BHCK' TO JR-JOBNAME.
900120     MOVE 'S' TO JR-ROW-TYPE.
900121     MOVE 0 TO JR-READ-COUNT JR-WRITTEN-COUNT
900122         JR-REJECTED-COUNT.
900123     MOVE SPACE TO JR-STATUS.
900124     PERFORM 8300-STAMP-AND-WRITE THRU 8300-EXIT.

900128 8100-EXIT.
