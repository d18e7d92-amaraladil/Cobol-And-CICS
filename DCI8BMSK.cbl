000188*                 THE ACCTFILE RECORD LAYOUT
000189* 2026-09-02 AA   ADDED ESTATE-FLAG (DECEASED MARKER) TO
000190*                 THE ACCTFILE RECORD LAYOUT
000191* 2026-10-06 AA   THE RUN NOW PASSES THE JOBDEPS PREREQUISITE
000192*                 GATE (DCI8BJGT) BEFORE ITS START ROW AND
000193*                 STOPS WITH RETURN CODE 12 WHEN A
000194*                 PREDECESSOR HAS NOT ENDED CLEAN TODAY
000196*-----------------------------------------------------------------
000198*****************************************************************
000200* SHAPED LIKE DCI8BPGB'S UNLOAD - SAME OUTPUT RECORD AS
000210* ACCTBKUP, SO THE TEST REGION LOADS IT WITH THE EXISTING
000220* DCI8BRST JOB - BUT FNAME, SNAME, FORMER-SNAME, ADDR1, ADDR2,
000821     05  AF-BRANCH               PIC X(04).
000822     05  AF-CONTACT-PREF         PIC X(01).
000825     05  AF-STMT-CYCLE           PIC X(01).
000826     05  AF-GONEAWAY-FLAG        PIC X(01).
000827     05  AF-CUST-ID              PIC 9(08).
000828     05  AF-ESTATE-FLAG          PIC X(01).
000829     05  AF-SENS-FLAG            PIC X(01).
000830     05  AF-ANNFEE-PLAN          PIC X(01).
000831     05  AF-SETTLE-FLAG          PIC X(01).
000832     05  AF-PRODUCT-CODE         PIC X(04).

000833 FD  MASKED-FILE
000840     RECORDING MODE IS F
000850     LABEL RECORDS ARE STANDARD.
000860 01  MASKED-REC.
001131     05  BK-BRANCH               PIC X(04).
001132     05  BK-CONTACT-PREF         PIC X(01).
001133     05  BK-STMT-CYCLE           PIC X(01).
001134     05  BK-GONEAWAY-FLAG        PIC X(01).
001135     05  BK-CUST-ID              PIC 9(08).
001136     05  BK-ESTATE-FLAG          PIC X(01).
001137     05  BK-SENS-FLAG            PIC X(01).
001138     05  BK-ANNFEE-PLAN          PIC X(01).
001139     05  BK-SETTLE-FLAG          PIC X(01).
001140     05  BK-PRODUCT-CODE         PIC X(04).

001141*-----------------------------------------------------------------
001150* RUNJRNL - THE COMMON BATCH RUN JOURNAL, ONE START ROW AND ONE
001160* END ROW PER RUN, READ BY DCI8BJRN FOR THE MORNING CHECK
001170*-----------------------------------------------------------------
001320 77  WS-JOURNAL-STATUS       PIC X(02) VALUE SPACES.
001330 77  WS-JRNL-TIME-RAW        PIC 9(08) VALUE 0.

001335     COPY 'JOBGATE'.

001340 77  WS-ACCTFILE-STATUS      PIC X(02) VALUE SPACES.
001350     88  WS-ACCTFILE-EOF            VALUE '10'.
001360 77  WS-MASKED-STATUS        PIC X(02) VALUE SPACES.
002155     MOVE AF-CUST-ID          TO BK-CUST-ID.
002156     MOVE AF-ESTATE-FLAG      TO BK-ESTATE-FLAG.
002157     MOVE AF-SENS-FLAG        TO BK-SENS-FLAG.
002158     MOVE AF-ANNFEE-PLAN      TO BK-ANNFEE-PLAN.
002159     MOVE AF-SETTLE-FLAG      TO BK-SETTLE-FLAG.
002160     MOVE AF-PRODUCT-CODE     TO BK-PRODUCT-CODE.

002165     MOVE AF-FNAME TO WS-MSK-FIELD.
002170     MOVE 15 TO WS-MSK-LEN.
002180     PERFORM 5000-MASK-FIELD THRU 5000-EXIT.
002190     MOVE WS-MSK-FIELD(1:15) TO BK-FNAME.
003460*-----------------------------------------------------------------
003470 8100-WRITE-JRNL-START.

003471*    A PREDECESSOR NOT YET ENDED CLEAN TODAY (JOBDEPS) STOPS
003472*    THE RUN HERE, BEFORE IT HAS TOUCHED ANYTHING
003473     MOVE 'DCI8BMSK' TO JG-JOBNAME.
003474     CALL 'DCI8BJGT' USING JOBGATE.
003475     IF JG-RC-BLOCKED THEN
003476         MOVE JG-BLOCKED-RC TO RETURN-CODE
003477         STOP RUN
003478     END-IF.

003480     MOVE 'DCI8BMSK' TO JR-JOBNAME.
003490     MOVE 'S' TO JR-ROW-TYPE.
003500     MOVE 0 TO JR-READ-COUNT JR-WRITTEN-COUNT
