000188*                 THE ACCTFILE RECORD LAYOUT
000189* 2026-09-02 AA   ADDED ESTATE-FLAG (DECEASED MARKER) TO
000190*                 THE ACCTFILE RECORD LAYOUT
000191* 2026-10-06 AA   THE RUN NOW PASSES THE JOBDEPS PREREQUISITE
000192*                 GATE (DCI8BJGT) BEFORE ITS START ROW AND
000193*                 STOPS WITH RETURN CODE 12 WHEN A
000194*                 PREDECESSOR HAS NOT ENDED CLEAN TODAY
000170*-----------------------------------------------------------------
000180*****************************************************************
000190* THE CREATE-TIME DUPLICATE WARNING ONLY CATCHES A CLASH AT THE
000898     05  AF-CUST-ID              PIC 9(08).
000899     05  AF-ESTATE-FLAG          PIC X(01).
000897     05  AF-SENS-FLAG            PIC X(01).
000903     05  AF-ANNFEE-PLAN          PIC X(01).
000904     05  AF-SETTLE-FLAG          PIC X(01).
000905     05  AF-PRODUCT-CODE         PIC X(04).

000910 SD  SORT-FILE.
000920 01  SORT-REC.
001240 77  WS-JOURNAL-STATUS       PIC X(02) VALUE SPACES.
001250 77  WS-JRNL-TIME-RAW        PIC 9(08) VALUE 0.

001260     COPY 'JOBGATE'.

001270 01  WS-SWITCHES.
001280     05  WS-EOF-SW           PIC X(01) VALUE 'N'.
001290         88  WS-EOF-YES              VALUE 'Y'.
003090*-----------------------------------------------------------------
003100 8100-WRITE-JRNL-START.

003101*    A PREDECESSOR NOT YET ENDED CLEAN TODAY (JOBDEPS) STOPS
003102*    THE RUN HERE, BEFORE IT HAS TOUCHED ANYTHING
003103     MOVE 'DCI8BDUP' TO JG-JOBNAME.
003104     CALL 'DCI8BJGT' USING JOBGATE.
003105     IF JG-RC-BLOCKED THEN
003106         MOVE JG-BLOCKED-RC TO RETURN-CODE
003107         STOP RUN
003108     END-IF.

003110     MOVE 'DCI8BDUP' TO JR-JOBNAME.
003120     MOVE 'S' TO JR-ROW-TYPE.
003130     MOVE 0 TO JR-READ-COUNT JR-WRITTEN-COUNT
