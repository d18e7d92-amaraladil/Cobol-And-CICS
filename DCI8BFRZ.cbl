000188*                 THE ACCTFILE RECORD LAYOUT
000189* 2026-09-02 AA   ADDED ESTATE-FLAG (DECEASED MARKER) TO
000190*                 THE ACCTFILE RECORD LAYOUT
000191* 2026-10-06 AA   THE RUN NOW PASSES THE JOBDEPS PREREQUISITE
000192*                 GATE (DCI8BJGT) BEFORE ITS START ROW AND
000193*                 STOPS WITH RETURN CODE 12 WHEN A
000194*                 PREDECESSOR HAS NOT ENDED CLEAN TODAY
000195* 2026-10-08 AA   EVERY NEW ACCTHIST ROW IS SEALED INTO ITS
000196*                 ACCOUNT'S HASH CHAIN THROUGH DCI8BHCN
000197*-----------------------------------------------------------------
000198*****************************************************************
000199* DURING AN INCIDENT, HUNDREDS OF ACCOUNTS CAN BE FROZEN IN
000200* ONE RUN INSTEAD OF ONE AT A TIME IN DCI8DPGF. THE FRZPARM
000210* CARD GIVES THE MODE - F FREEZES EVERY ACCOUNT LISTED IN
000220* FRZLIST (ONE ACCOUNT NUMBER PER ROW), SETTING STAT TO THE
001498     05  AF-CUST-ID              PIC 9(08).
001499     05  AF-ESTATE-FLAG          PIC X(01).
001497     05  AF-SENS-FLAG            PIC X(01).
001498     05  AF-ANNFEE-PLAN          PIC X(01).
001499     05  AF-SETTLE-FLAG          PIC X(01).
001500     05  AF-PRODUCT-CODE         PIC X(04).

001503 FD  ACCTHIST-FILE
001506     LABEL RECORDS ARE STANDARD.
001510 01  ACCTHIST-REC.
001520     05  AH-KEY.
001530         10  AH-ACCTNO           PIC X(09).
001720         10  AH-CHG-DATE         PIC S9(7) COMP-3.
001730         10  AH-CHG-TIME         PIC S9(7) COMP-3.
001740     05  AH-EVENT-TYPE           PIC X(01).
001744     05  AH-CHAIN-INFO.
001748         10  AH-CHAIN-NO         PIC 9(09) COMP.
001752         10  AH-CHAIN-PREV       PIC 9(18) COMP.
001756         10  AH-CHAIN-HASH       PIC 9(18) COMP.

001760 FD  REPORT-FILE
001770     RECORDING MODE IS F
002030 77  WS-JOURNAL-STATUS       PIC X(02) VALUE SPACES.
002040 77  WS-JRNL-TIME-RAW        PIC 9(08) VALUE 0.

002050     COPY 'JOBGATE'.

002053*    THE HASH CHAIN PARAMETER BLOCK FOR DCI8BHCN
002056     COPY 'CHAINPRM'.

002060 01  WS-SWITCHES.
002070     05  WS-EOF-SW           PIC X(01) VALUE 'N'.
002080         88  WS-EOF-YES              VALUE 'Y'.
004090     WRITE ACCTHIST-REC
004100         INVALID KEY
004110             CONTINUE
004113         NOT INVALID KEY
004116             PERFORM 8600-SEAL-HIST-ROW THRU 8600-EXIT
004120     END-WRITE.

004130 4200-EXIT.
004300 9000-EXIT.
004310     EXIT.

004311*-----------------------------------------------------------------
004312* 8600 - THE ACCTHIST ROW JUST WRITTEN JOINS ITS ACCOUNT'S
004313* HASH CHAIN: DCI8BHCN GIVES IT THE NEXT POSITION AND ITS
004314* HASHES (ALL ZERO, LEAVING IT UNSEALED, IF HASHCHN IS DOWN)
004315* AND THE ROW IS REWRITTEN WITH THEM
004316*-----------------------------------------------------------------
004317 8600-SEAL-HIST-ROW.

004318     MOVE 'S' TO CP-FUNCTION.
004319     MOVE 'H' TO CP-FILE.
004320     MOVE 'DCI8BFRZ' TO CP-JOBNAME.
004321     MOVE ACCTHIST-REC TO CP-ROW.
004322     CALL 'DCI8BHCN' USING CHAINPRM.

004323     MOVE CP-CHAIN-NO TO AH-CHAIN-NO.
004324     MOVE CP-PREV-HASH TO AH-CHAIN-PREV.
004325     MOVE CP-HASH TO AH-CHAIN-HASH.
004326     REWRITE ACCTHIST-REC.

004327 8600-EXIT.
004328     EXIT.

004329*-----------------------------------------------------------------
004330* 8100/8200 WRITE THIS RUN'S START AND END ROWS TO THE COMMON
004340* RUN JOURNAL - OPENED EXTEND AND CLOSED AROUND EACH ROW SO AN
004350* ABEND IN THE BODY OF THE JOB NEVER LOSES THE START ROW
004360*-----------------------------------------------------------------
004370 8100-WRITE-JRNL-START.

004371*    A PREDECESSOR NOT YET ENDED CLEAN TODAY (JOBDEPS) STOPS
004372*    THE RUN HERE, BEFORE IT HAS TOUCHED ANYTHING
004373     MOVE 'DCI8BFRZ' TO JG-JOBNAME.
004374     CALL 'DCI8BJGT' USING JOBGATE.
004375     IF JG-RC-BLOCKED THEN
004376         MOVE JG-BLOCKED-RC TO RETURN-CODE
004377         STOP RUN
004378     END-IF.

004380     MOVE 'DCI8BFRZ' TO JR-JOBNAME.
004390     MOVE 'S' TO JR-ROW-TYPE.
004400     MOVE 0 TO JR-READ-COUNT JR-WRITTEN-COUNT
