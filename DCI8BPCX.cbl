000188*                 THE ACCTFILE RECORD LAYOUT
000189* 2026-09-02 AA   ADDED ESTATE-FLAG (DECEASED MARKER) TO
000190*                 THE ACCTFILE RECORD LAYOUT
000191* 2026-10-06 AA   THE RUN NOW PASSES THE JOBDEPS PREREQUISITE
000192*                 GATE (DCI8BJGT) BEFORE ITS START ROW AND
000193*                 STOPS WITH RETURN CODE 12 WHEN A
000194*                 PREDECESSOR HAS NOT ENDED CLEAN TODAY
000196*-----------------------------------------------------------------
000198*****************************************************************
000200* WHEN A FLOOD HITS ONE TOWN OR MARKETING WANTS A REGION, THIS
000210* JOB ANSWERS "EVERY ACCOUNT IN THESE POSTCODES" WITHOUT A
000220* VISUAL SCAN OF BROWSE SCREENS. PCXPARM CARRIES ONE POSTCODE
000990     05  AF-BSCORE-DATE          PIC S9(7) COMP-3.
001000     05  AF-BRANCH               PIC X(04).
001010     05  AF-CONTACT-PREF         PIC X(01).
001011     05  AF-STMT-CYCLE           PIC X(01).
001012     05  AF-GONEAWAY-FLAG        PIC X(01).
001013     05  AF-CUST-ID              PIC 9(08).
001014     05  AF-ESTATE-FLAG          PIC X(01).
001015     05  AF-SENS-FLAG            PIC X(01).
001016     05  AF-ANNFEE-PLAN          PIC X(01).
001017     05  AF-SETTLE-FLAG          PIC X(01).
001018     05  AF-PRODUCT-CODE         PIC X(04).

001020 FD  POSTCFG-FILE
001030     LABEL RECORDS ARE STANDARD.
001330 77  WS-JOURNAL-STATUS       PIC X(02) VALUE SPACES.
001340 77  WS-JRNL-TIME-RAW        PIC 9(08) VALUE 0.

001345     COPY 'JOBGATE'.

001350 77  WS-PARM-STATUS          PIC X(02) VALUE SPACES.
001360 77  WS-ACCTFILE-STATUS      PIC X(02) VALUE SPACES.
001370 77  WS-POSTCFG-STATUS       PIC X(02) VALUE SPACES.
005260*-----------------------------------------------------------------
005270 8100-WRITE-JRNL-START.

005271*    A PREDECESSOR NOT YET ENDED CLEAN TODAY (JOBDEPS) STOPS
005272*    THE RUN HERE, BEFORE IT HAS TOUCHED ANYTHING
005273     MOVE 'DCI8BPCX' TO JG-JOBNAME.
005274     CALL 'DCI8BJGT' USING JOBGATE.
005275     IF JG-RC-BLOCKED THEN
005276         MOVE JG-BLOCKED-RC TO RETURN-CODE
005277         STOP RUN
005278     END-IF.

005280     MOVE 'DCI8BPCX' TO JR-JOBNAME.
005290     MOVE 'S' TO JR-ROW-TYPE.
005300     MOVE 0 TO JR-READ-COUNT JR-WRITTEN-COUNT
