000160*                 FROM THE BOOK USING THE DCI8BDUP NAME/ADDRESS
000170*                 MATCH, SO ONE PERSON'S ACCOUNTS STOP BEING
000180*                 STRANGERS TO EACH OTHER
000182* 2026-10-06 AA   THE RUN NOW PASSES THE JOBDEPS PREREQUISITE
000184*                 GATE (DCI8BJGT) BEFORE ITS START ROW AND
000186*                 STOPS WITH RETURN CODE 12 WHEN A
000187*                 PREDECESSOR HAS NOT ENDED CLEAN TODAY
000188* 2026-10-15 AA   CUSTMAST WIDENED FOR THE CUSTOMER'S OVERALL
000189*                 LIMIT - A NEW CUSTOMER STARTS WITH NONE
000190*-----------------------------------------------------------------
000200*****************************************************************
000210* THIS JOB WALKS THE ACCTNAME ALTERNATE PATH IN SURNAME ORDER.
001040     05  AN-STMT-CYCLE           PIC X(01).
001050     05  AN-GONEAWAY-FLAG        PIC X(01).
001060     05  AN-CUST-ID              PIC 9(08).
001061     05  AN-ESTATE-FLAG          PIC X(01).
001062     05  AN-SENS-FLAG            PIC X(01).
001063     05  AN-ANNFEE-PLAN          PIC X(01).
001064     05  AN-SETTLE-FLAG          PIC X(01).
001065     05  AN-PRODUCT-CODE         PIC X(04).

001070 FD  ACCTFILE
001080     LABEL RECORDS ARE STANDARD.
001120     05  FILLER                  PIC X(243).
001130     05  AF-CUST-ID              PIC 9(08).
001132     05  AF-ESTATE-FLAG          PIC X(01).
001133     05  AF-SENS-FLAG            PIC X(01).
001134     05  AF-ANNFEE-PLAN          PIC X(01).
001135     05  AF-SETTLE-FLAG          PIC X(01).
001136     05  AF-PRODUCT-CODE         PIC X(04).

001140 FD  ACCTCTL-FILE
001150     LABEL RECORDS ARE STANDARD.
001290         10  CM-CR-TRMID         PIC X(04).
001300         10  CM-CR-DATE          PIC S9(7) COMP-3.
001310         10  CM-CR-TIME          PIC S9(7) COMP-3.
001312     05  CM-OVERALL-LIMIT        PIC 9(08)V99.
001314     05  CM-OVL-CHANGED-INFO.
001316         10  CM-OVL-USERID       PIC X(08).
001318         10  CM-OVL-TRMID        PIC X(04).
001319         10  CM-OVL-DATE         PIC S9(7) COMP-3.

001320 FD  REPORT-FILE
001330     RECORDING MODE IS F
001540 77  WS-JOURNAL-STATUS       PIC X(02) VALUE SPACES.
001550 77  WS-JRNL-TIME-RAW        PIC 9(08) VALUE 0.

001555     COPY 'JOBGATE'.

001560 77  WS-ACCTNAME-STATUS      PIC X(02) VALUE SPACES.
001570 77  WS-ACCTFILE-STATUS      PIC X(02) VALUE SPACES.
001580 77  WS-ACCTCTL-STATUS       PIC X(02) VALUE SPACES.
002990     MOVE SPACES TO CM-CR-TRMID.
003000     MOVE WS-TODAY-YYYYDDD TO CM-CR-DATE.
003010     MOVE 0 TO CM-CR-TIME.
003012     MOVE 0 TO CM-OVERALL-LIMIT.
003014     MOVE SPACES TO CM-OVL-USERID CM-OVL-TRMID.
003016     MOVE 0 TO CM-OVL-DATE.

003020     WRITE CUSTMAST-REC
003030         INVALID KEY
003370*-----------------------------------------------------------------
003380 8100-WRITE-JRNL-START.

003381*    A PREDECESSOR NOT YET ENDED CLEAN TODAY (JOBDEPS) STOPS
003382*    THE RUN HERE, BEFORE IT HAS TOUCHED ANYTHING
003383     MOVE 'DCI8BCML' TO JG-JOBNAME.
003384     CALL 'DCI8BJGT' USING JOBGATE.
003385     IF JG-RC-BLOCKED THEN
003386         MOVE JG-BLOCKED-RC TO RETURN-CODE
003387         STOP RUN
003388     END-IF.

003390     MOVE 'DCI8BCML' TO JR-JOBNAME.
003400     MOVE 'S' TO JR-ROW-TYPE.
003410     MOVE 0 TO JR-READ-COUNT JR-WRITTEN-COUNT
