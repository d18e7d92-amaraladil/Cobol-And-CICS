000188*                 THE ACCTFILE RECORD LAYOUT
000189* 2026-09-02 AA   ADDED ESTATE-FLAG (DECEASED MARKER) TO
000190*                 THE ACCTFILE RECORD LAYOUT
000191* 2026-10-06 AA   THE RUN NOW PASSES THE JOBDEPS PREREQUISITE
000192*                 GATE (DCI8BJGT) BEFORE ITS START ROW AND
000193*                 STOPS WITH RETURN CODE 12 WHEN A
000194*                 PREDECESSOR HAS NOT ENDED CLEAN TODAY
000195*-----------------------------------------------------------------
000196*****************************************************************
000197* THIS JOB READS ACCTFILE SEQUENTIALLY AND WRITES ONE COMMA-
000200* DELIMITED RECORD PER ACCOUNT TO BUREAUCSV - ACCTNO, FIRST NAME,
000210* SURNAME, STATUS AND CREDIT LIMIT, EACH FIELD TRIMMED OF
000220* TRAILING SPACES - SO MONTHLY SUBMISSION TO THE CREDIT BUREAU
000752     05  AF-BRANCH               PIC X(04).
000753     05  AF-CONTACT-PREF         PIC X(01).
000755     05  AF-STMT-CYCLE           PIC X(01).
000756     05  AF-GONEAWAY-FLAG        PIC X(01).
000757     05  AF-CUST-ID              PIC 9(08).
000758     05  AF-ESTATE-FLAG          PIC X(01).
000759     05  AF-SENS-FLAG            PIC X(01).
000760     05  AF-ANNFEE-PLAN          PIC X(01).
000761     05  AF-SETTLE-FLAG          PIC X(01).
000762     05  AF-PRODUCT-CODE         PIC X(04).

000763 FD  CSV-FILE
000764     RECORDING MODE IS V
000770     LABEL RECORDS ARE STANDARD.
000780 01  CSV-LINE                    PIC X(100).

000022 77  WS-JOURNAL-STATUS       PIC X(02) VALUE SPACES.
000023 77  WS-JRNL-TIME-RAW        PIC 9(08) VALUE 0.

000516     COPY 'JOBGATE'.

001010 77  WS-ACCTFILE-STATUS      PIC X(02) VALUE SPACES.
001020     88  WS-ACCTFILE-EOF            VALUE '10'.

900108*-----------------------------------------------------------------
900110 8100-WRITE-JRNL-START.

900111*    A PREDECESSOR NOT YET ENDED CLEAN TODAY (JOBDEPS) STOPS
900112*    THE RUN HERE, BEFORE IT HAS TOUCHED ANYTHING
900113     MOVE 'DCI8BPGX' TO JG-JOBNAME.
900114     CALL 'DCI8BJGT' USING JOBGATE.
900115     IF JG-RC-BLOCKED THEN
900116         MOVE JG-BLOCKED-RC TO RETURN-CODE
900117         STOP RUN
900118     END-IF.

900119     MOVE 'DCI8BPGX' TO JR-JOBNAME.
900120     MOVE 'S' TO JR-ROW-TYPE.
900121     MOVE 0 TO JR-READ-COUNT JR-WRITTEN-COUNT
900122         JR-REJECTED-COUNT.
900123     MOVE SPACE TO JR-STATUS.
900124     PERFORM 8300-STAMP-AND-WRITE THRU 8300-EXIT.

900128 8100-EXIT.
