000188*                 THE ACCTFILE RECORD LAYOUT
000189* 2026-09-02 AA   ADDED ESTATE-FLAG (DECEASED MARKER) TO
000190*                 THE ACCTFILE RECORD LAYOUT
000191* 2026-10-06 AA   THE RUN NOW PASSES THE JOBDEPS PREREQUISITE
000192*                 GATE (DCI8BJGT) BEFORE ITS START ROW AND
000193*                 STOPS WITH RETURN CODE 12 WHEN A
000194*                 PREDECESSOR HAS NOT ENDED CLEAN TODAY
000196*-----------------------------------------------------------------
000198*****************************************************************
000200* DCI8BPGB HAS UNLOADED ACCTFILE TO ACCTBKUP EVERY NIGHT SINCE
000210* THE SYSTEM WENT LIVE, BUT NOTHING COULD EVER LOAD ONE BACK.
000220* THIS JOB READS THE ACCTBKUP GENERATION THE CALLING JCL POINTS
001043     05  BK-BRANCH               PIC X(04).
001044     05  BK-CONTACT-PREF         PIC X(01).
001045     05  BK-STMT-CYCLE           PIC X(01).
001046     05  BK-GONEAWAY-FLAG        PIC X(01).
001047     05  BK-CUST-ID              PIC 9(08).
001048     05  BK-ESTATE-FLAG          PIC X(01).
001049     05  BK-SENS-FLAG            PIC X(01).
001050     05  BK-ANNFEE-PLAN          PIC X(01).
001051     05  BK-SETTLE-FLAG          PIC X(01).
001052     05  BK-PRODUCT-CODE         PIC X(04).

001060 FD  ACCTFILE
001070     LABEL RECORDS ARE STANDARD.
001333     05  AF-BRANCH               PIC X(04).
001334     05  AF-CONTACT-PREF         PIC X(01).
001335     05  AF-STMT-CYCLE           PIC X(01).
001336     05  AF-GONEAWAY-FLAG        PIC X(01).
001337     05  AF-CUST-ID              PIC 9(08).
001338     05  AF-ESTATE-FLAG          PIC X(01).
001339     05  AF-SENS-FLAG            PIC X(01).
001340     05  AF-ANNFEE-PLAN          PIC X(01).
001341     05  AF-SETTLE-FLAG          PIC X(01).
001342     05  AF-PRODUCT-CODE         PIC X(04).

001350 FD  REPORT-FILE
001360     RECORDING MODE IS F
000022 77  WS-JOURNAL-STATUS       PIC X(02) VALUE SPACES.
000023 77  WS-JRNL-TIME-RAW        PIC 9(08) VALUE 0.

000716     COPY 'JOBGATE'.

001410 77  WS-PARM-STATUS          PIC X(02) VALUE SPACES.
001420 77  WS-BACKUP-STATUS        PIC X(02) VALUE SPACES.
001430 77  WS-ACCTFILE-STATUS      PIC X(02) VALUE SPACES.
002577     MOVE BK-CUST-ID          TO AF-CUST-ID.
002578     MOVE BK-ESTATE-FLAG      TO AF-ESTATE-FLAG.
002579     MOVE BK-SENS-FLAG        TO AF-SENS-FLAG.
002580     MOVE BK-ANNFEE-PLAN      TO AF-ANNFEE-PLAN.
002581     MOVE BK-SETTLE-FLAG      TO AF-SETTLE-FLAG.
002582     MOVE BK-PRODUCT-CODE     TO AF-PRODUCT-CODE.

002586     WRITE ACCTFILE-REC.

002590     ADD 1 TO WS-LOADED-COUNT.
002600     ADD BK-CRLIMIT TO WS-TOTAL-CRLIMIT.
900108*-----------------------------------------------------------------
900110 8100-WRITE-JRNL-START.

900111*    A PREDECESSOR NOT YET ENDED CLEAN TODAY (JOBDEPS) STOPS
900112*    THE RUN HERE, BEFORE IT HAS TOUCHED ANYTHING
900113     MOVE 'DCI8BRST' TO JG-JOBNAME.
900114     CALL 'DCI8BJGT' USING JOBGATE.
900115     IF JG-RC-BLOCKED THEN
900116         MOVE JG-BLOCKED-RC TO RETURN-CODE
900117         STOP RUN
900118     END-IF.

900119     MOVE 'DCI8BRST' TO JR-JOBNAME.
900120     MOVE 'S' TO JR-ROW-TYPE.
900121     MOVE 0 TO JR-READ-COUNT JR-WRITTEN-COUNT
900122         JR-REJECTED-COUNT.
900123     MOVE SPACE TO JR-STATUS.
900124     PERFORM 8300-STAMP-AND-WRITE THRU 8300-EXIT.

900128 8100-EXIT.
