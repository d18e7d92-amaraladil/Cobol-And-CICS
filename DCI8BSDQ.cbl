000188*                 THE ACCTFILE RECORD LAYOUT
000189* 2026-09-02 AA   ADDED ESTATE-FLAG (DECEASED MARKER) TO
000190*                 THE ACCTFILE RECORD LAYOUT
000191* 2026-10-06 AA   THE RUN NOW PASSES THE JOBDEPS PREREQUISITE
000192*                 GATE (DCI8BJGT) BEFORE ITS START ROW AND
000193*                 STOPS WITH RETURN CODE 12 WHEN A
000194*                 PREDECESSOR HAS NOT ENDED CLEAN TODAY
000196*-----------------------------------------------------------------
000198*****************************************************************
000200* ONE PASS OVER ACCTFILE SCORING EACH RECORD AGAINST SEVEN
000210* STANDING-DATA CHECKS:
000220*   1  BLANK TITLE
000901     05  AF-BRANCH               PIC X(04).
000902     05  AF-CONTACT-PREF         PIC X(01).
000905     05  AF-STMT-CYCLE           PIC X(01).
000906     05  AF-GONEAWAY-FLAG        PIC X(01).
000907     05  AF-CUST-ID              PIC 9(08).
000908     05  AF-ESTATE-FLAG          PIC X(01).
000909     05  AF-SENS-FLAG            PIC X(01).
000910     05  AF-ANNFEE-PLAN          PIC X(01).
000911     05  AF-SETTLE-FLAG          PIC X(01).
000912     05  AF-PRODUCT-CODE         PIC X(04).

000913 FD  POSTCFG-FILE
000920     LABEL RECORDS ARE STANDARD.
000930 01  POSTCFG-REC.
000940     05  PC-CODE                 PIC X(08).
001180 77  WS-JOURNAL-STATUS       PIC X(02) VALUE SPACES.
001190 77  WS-JRNL-TIME-RAW        PIC 9(08) VALUE 0.

001195     COPY 'JOBGATE'.

001200 77  WS-ACCTFILE-STATUS      PIC X(02) VALUE SPACES.
001210 77  WS-POSTCFG-STATUS       PIC X(02) VALUE SPACES.
001220 77  WS-REPORT-STATUS        PIC X(02) VALUE SPACES.
004330*-----------------------------------------------------------------
004340 8100-WRITE-JRNL-START.

004341*    A PREDECESSOR NOT YET ENDED CLEAN TODAY (JOBDEPS) STOPS
004342*    THE RUN HERE, BEFORE IT HAS TOUCHED ANYTHING
004343     MOVE 'DCI8BSDQ' TO JG-JOBNAME.
004344     CALL 'DCI8BJGT' USING JOBGATE.
004345     IF JG-RC-BLOCKED THEN
004346         MOVE JG-BLOCKED-RC TO RETURN-CODE
004347         STOP RUN
004348     END-IF.

004350     MOVE 'DCI8BSDQ' TO JR-JOBNAME.
004360     MOVE 'S' TO JR-ROW-TYPE.
004370     MOVE 0 TO JR-READ-COUNT JR-WRITTEN-COUNT
