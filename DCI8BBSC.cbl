000188*                 THE ACCTFILE RECORD LAYOUT
000189* 2026-09-02 AA   ADDED ESTATE-FLAG (DECEASED MARKER) TO
000190*                 THE ACCTFILE RECORD LAYOUT
000191* 2026-10-06 AA   THE RUN NOW PASSES THE JOBDEPS PREREQUISITE
000192*                 GATE (DCI8BJGT) BEFORE ITS START ROW AND
000193*                 STOPS WITH RETURN CODE 12 WHEN A
000194*                 PREDECESSOR HAS NOT ENDED CLEAN TODAY
000196*-----------------------------------------------------------------
000198*****************************************************************
000200* THE BUREAU'S MONTHLY RESPONSE FILE (BURRESP) CARRIES ONE ROW
000210* PER ACCOUNT WE SUBMITTED - ACCTNO, SCORE (0-999) AND A FLAGS
000220* COLUMN - IN THE SAME FILE CONVENTIONS AS OUR OWN BUREAUCSV
000898     05  AF-CUST-ID              PIC 9(08).
000899     05  AF-ESTATE-FLAG          PIC X(01).
000897     05  AF-SENS-FLAG            PIC X(01).
000898     05  AF-ANNFEE-PLAN          PIC X(01).
000899     05  AF-SETTLE-FLAG          PIC X(01).
000900     05  AF-PRODUCT-CODE         PIC X(04).

000903 FD  REPORT-FILE
000906     RECORDING MODE IS F
000910     LABEL RECORDS ARE STANDARD.
000920 01  REPORT-LINE                 PIC X(80).

001110 77  WS-JOURNAL-STATUS       PIC X(02) VALUE SPACES.
001120 77  WS-JRNL-TIME-RAW        PIC 9(08) VALUE 0.

001125     COPY 'JOBGATE'.

001130 77  WS-RESPONSE-STATUS      PIC X(02) VALUE SPACES.
001140 77  WS-ACCTFILE-STATUS      PIC X(02) VALUE SPACES.
001150     88  WS-ACCTFILE-NOTFND         VALUE '23'.
004770*-----------------------------------------------------------------
004780 8100-WRITE-JRNL-START.

004781*    A PREDECESSOR NOT YET ENDED CLEAN TODAY (JOBDEPS) STOPS
004782*    THE RUN HERE, BEFORE IT HAS TOUCHED ANYTHING
004783     MOVE 'DCI8BBSC' TO JG-JOBNAME.
004784     CALL 'DCI8BJGT' USING JOBGATE.
004785     IF JG-RC-BLOCKED THEN
004786         MOVE JG-BLOCKED-RC TO RETURN-CODE
004787         STOP RUN
004788     END-IF.

004790     MOVE 'DCI8BBSC' TO JR-JOBNAME.
004800     MOVE 'S' TO JR-ROW-TYPE.
004810     MOVE 0 TO JR-READ-COUNT JR-WRITTEN-COUNT
