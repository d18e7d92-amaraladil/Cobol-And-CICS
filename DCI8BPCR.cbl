000188*                 THE ACCTFILE RECORD LAYOUT
000189* 2026-09-02 AA   ADDED ESTATE-FLAG (DECEASED MARKER) TO
000190*                 THE ACCTFILE RECORD LAYOUT
000191* 2026-10-06 AA   THE RUN NOW PASSES THE JOBDEPS PREREQUISITE
000192*                 GATE (DCI8BJGT) BEFORE ITS START ROW AND
000193*                 STOPS WITH RETURN CODE 12 WHEN A
000194*                 PREDECESSOR HAS NOT ENDED CLEAN TODAY
000195*-----------------------------------------------------------------
000196*****************************************************************
000197* THIS JOB READS POSTAUTH, THE POSTAL AUTHORITY'S PERIODIC
000200* REFERENCE EXTRACT - ONE ROW PER CHANGE, CARRYING AN ACTION
000210* CODE (A=ADD, C=CHANGE, D=DELETE), THE POSTCODE AND ITS
000220* LOCALITY - AND APPLIES EACH ONE TO POSTCFG, PRINTING A DELTA
001113     05  AF-BRANCH               PIC X(04).
001114     05  AF-CONTACT-PREF         PIC X(01).
001115     05  AF-STMT-CYCLE           PIC X(01).
001116     05  AF-GONEAWAY-FLAG        PIC X(01).
001117     05  AF-CUST-ID              PIC 9(08).
001118     05  AF-ESTATE-FLAG          PIC X(01).
001119     05  AF-SENS-FLAG            PIC X(01).
001120     05  AF-ANNFEE-PLAN          PIC X(01).
001121     05  AF-SETTLE-FLAG          PIC X(01).
001122     05  AF-PRODUCT-CODE         PIC X(04).

001130 FD  REPORT-FILE
001140     RECORDING MODE IS F
000022 77  WS-JOURNAL-STATUS       PIC X(02) VALUE SPACES.
000023 77  WS-JRNL-TIME-RAW        PIC 9(08) VALUE 0.

000606     COPY 'JOBGATE'.

001190 77  WS-AUTH-STATUS          PIC X(02) VALUE SPACES.
001200 77  WS-POSTCFG-STATUS       PIC X(02) VALUE SPACES.
001210     88  WS-POSTCFG-NOTFND          VALUE '23'.
900108*-----------------------------------------------------------------
900110 8100-WRITE-JRNL-START.

900111*    A PREDECESSOR NOT YET ENDED CLEAN TODAY (JOBDEPS) STOPS
900112*    THE RUN HERE, BEFORE IT HAS TOUCHED ANYTHING
900113     MOVE 'DCI8BPCR' TO JG-JOBNAME.
900114     CALL 'DCI8BJGT' USING JOBGATE.
900115     IF JG-RC-BLOCKED THEN
900116         MOVE JG-BLOCKED-RC TO RETURN-CODE
900117         STOP RUN
900118     END-IF.

900119     MOVE 'DCI8BPCR' TO JR-JOBNAME.
900120     MOVE 'S' TO JR-ROW-TYPE.
900121     MOVE 0 TO JR-READ-COUNT JR-WRITTEN-COUNT
900122         JR-REJECTED-COUNT.
900123     MOVE SPACE TO JR-STATUS.
900124     PERFORM 8300-STAMP-AND-WRITE THRU 8300-EXIT.

900128 8100-EXIT.
