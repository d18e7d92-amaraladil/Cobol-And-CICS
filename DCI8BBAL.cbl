000176*                 ANCHOR PERIOD'S BALHIST SNAPSHOT AND APPLIES
000178*                 ONLY RETAINED ROWS; PRE-CUTOFF ACCOUNTS WITH
000179*                 NO SNAPSHOT CLASSIFY SEPARATELY
000180* 2026-10-06 AA   THE RUN NOW PASSES THE JOBDEPS PREREQUISITE
000181*                 GATE (DCI8BJGT) BEFORE ITS START ROW AND
000182*                 STOPS WITH RETURN CODE 12 WHEN A
000183*                 PREDECESSOR HAS NOT ENDED CLEAN TODAY
000184* 2026-10-08 AA   ACCTTXN RECORD WIDENED FOR THE HASH CHAIN
000185*                 FIELDS
000187*-----------------------------------------------------------------
000190*****************************************************************
000200* THIS JOB WALKS ACCTFILE IN KEY SEQUENCE AND, FOR EACH
000210* ACCOUNT, RE-DERIVES THE BALANCE FROM ITS FULL ACCTTXN ROW
000898     05  AF-CUST-ID              PIC 9(08).
000899     05  AF-ESTATE-FLAG          PIC X(01).
000897     05  AF-SENS-FLAG            PIC X(01).
000898     05  AF-ANNFEE-PLAN          PIC X(01).
000899     05  AF-SETTLE-FLAG          PIC X(01).
000900     05  AF-PRODUCT-CODE         PIC X(04).

000902 FD  ACCTTXN-FILE
000904     LABEL RECORDS ARE STANDARD.
000906 01  ACCTTXN-REC.
000910     05  TX-KEY.
000920         10  TX-ACCTNO           PIC X(09).
000930         10  TX-DATE             PIC S9(7) COMP-3.
000980     05  TX-POSTED-INFO.
000990         10  TX-POST-DATE        PIC S9(7) COMP-3.
001000         10  TX-POST-JOB         PIC X(08).
001002     05  TX-SOURCE               PIC X(01).
001004     05  TX-CHAIN-INFO.
001006         10  TX-CHAIN-NO         PIC 9(09) COMP.
001008         10  TX-CHAIN-PREV       PIC 9(18) COMP.
001010         10  TX-CHAIN-HASH       PIC 9(18) COMP.

001012 FD  BALHIST-FILE
001013     LABEL RECORDS ARE STANDARD.
001240 77  WS-JOURNAL-STATUS       PIC X(02) VALUE SPACES.
001250 77  WS-JRNL-TIME-RAW        PIC 9(08) VALUE 0.

001252     COPY 'JOBGATE'.

001255 77  WS-PARM-STATUS          PIC X(02) VALUE SPACES.
001256 77  WS-BALHIST-STATUS       PIC X(02) VALUE SPACES.
001260 77  WS-ACCTFILE-STATUS      PIC X(02) VALUE SPACES.
002780*-----------------------------------------------------------------
002790 8100-WRITE-JRNL-START.

002791*    A PREDECESSOR NOT YET ENDED CLEAN TODAY (JOBDEPS) STOPS
002792*    THE RUN HERE, BEFORE IT HAS TOUCHED ANYTHING
002793     MOVE 'DCI8BBAL' TO JG-JOBNAME.
002794     CALL 'DCI8BJGT' USING JOBGATE.
002795     IF JG-RC-BLOCKED THEN
002796         MOVE JG-BLOCKED-RC TO RETURN-CODE
002797         STOP RUN
002798     END-IF.

002800     MOVE 'DCI8BBAL' TO JR-JOBNAME.
002810     MOVE 'S' TO JR-ROW-TYPE.
002820     MOVE 0 TO JR-READ-COUNT JR-WRITTEN-COUNT
