000188*                 THE ACCTFILE RECORD LAYOUT
000189* 2026-09-02 AA   ADDED ESTATE-FLAG (DECEASED MARKER) TO
000190*                 THE ACCTFILE RECORD LAYOUT
000191* 2026-10-06 AA   THE RUN NOW PASSES THE JOBDEPS PREREQUISITE
000192*                 GATE (DCI8BJGT) BEFORE ITS START ROW AND
000193*                 STOPS WITH RETURN CODE 12 WHEN A
000194*                 PREDECESSOR HAS NOT ENDED CLEAN TODAY
000195*-----------------------------------------------------------------
000196*****************************************************************
000197* THIS JOB READS ACCTFILE SEQUENTIALLY BY ITS PRIMARY KEY AND,
000200* FOR EVERY RECORD, CONFIRMS THAT THE SAME RECORD CAN ALSO BE
000210* LOCATED THROUGH THE ACCTNAME ALTERNATE INDEX PATH (KEYED ON
000220* SNAME, WITH DUPLICATES ALLOWED THE SAME WAY DCI8DPGB AND
000898     05  AF-CUST-ID              PIC 9(08).
000899     05  AF-ESTATE-FLAG          PIC X(01).
000897     05  AF-SENS-FLAG            PIC X(01).
000898     05  AF-ANNFEE-PLAN          PIC X(01).
000899     05  AF-SETTLE-FLAG          PIC X(01).
000900     05  AF-PRODUCT-CODE         PIC X(04).

000901*-----------------------------------------------------------------
000902* THE ACCTNAME FD MIRRORS ACCTFILE FIELD FOR FIELD - AN ALTERNATE
000903* INDEX PATH RETURNS THE SAME UNDERLYING BASE RECORD, JUST KEYED
000904* AND SEQUENCED BY SNAME INSTEAD OF ACCTNO
000905*-----------------------------------------------------------------
000906 FD  ACCTNAME
000910     LABEL RECORDS ARE STANDARD.
000920 01  ACCTNAME-REC.
000930     05  AN-ACCTKEY.
001132     05  AN-BRANCH               PIC X(04).
001133     05  AN-CONTACT-PREF         PIC X(01).
001134     05  AN-STMT-CYCLE           PIC X(01).
001135     05  AN-GONEAWAY-FLAG        PIC X(01).
001136     05  AN-CUST-ID              PIC 9(08).
001137     05  AN-ESTATE-FLAG          PIC X(01).
001138     05  AN-SENS-FLAG            PIC X(01).
001139     05  AN-ANNFEE-PLAN          PIC X(01).
001140     05  AN-SETTLE-FLAG          PIC X(01).
001141     05  AN-PRODUCT-CODE         PIC X(04).

001142 FD  REPORT-FILE
001143     RECORDING MODE IS F
001150     LABEL RECORDS ARE STANDARD.
001160 01  REPORT-LINE                 PIC X(80).

000022 77  WS-JOURNAL-STATUS       PIC X(02) VALUE SPACES.
000023 77  WS-JRNL-TIME-RAW        PIC 9(08) VALUE 0.

000666     COPY 'JOBGATE'.

001310 77  WS-ACCTFILE-STATUS      PIC X(02) VALUE SPACES.
001320     88  WS-ACCTFILE-EOF            VALUE '10'.

900108*-----------------------------------------------------------------
900110 8100-WRITE-JRNL-START.

900111*    A PREDECESSOR NOT YET ENDED CLEAN TODAY (JOBDEPS) STOPS
900112*    THE RUN HERE, BEFORE IT HAS TOUCHED ANYTHING
900113     MOVE 'DCI8BPGI' TO JG-JOBNAME.
900114     CALL 'DCI8BJGT' USING JOBGATE.
900115     IF JG-RC-BLOCKED THEN
900116         MOVE JG-BLOCKED-RC TO RETURN-CODE
900117         STOP RUN
900118     END-IF.

900119     MOVE 'DCI8BPGI' TO JR-JOBNAME.
900120     MOVE 'S' TO JR-ROW-TYPE.
900121     MOVE 0 TO JR-READ-COUNT JR-WRITTEN-COUNT
900122         JR-REJECTED-COUNT.
900123     MOVE SPACE TO JR-STATUS.
900124     PERFORM 8300-STAMP-AND-WRITE THRU 8300-EXIT.

900128 8100-EXIT.
