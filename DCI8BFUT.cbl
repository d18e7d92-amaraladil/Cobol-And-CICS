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
000199* CUSTOMERS TELL US ABOUT CHANGES AHEAD OF TIME - "WE MOVE ON
000200* THE 1ST" - AND THE BRANCH DIARY-AND-HOPE PROCESS IS GONE:
000210* DCI8DPGX CAPTURES THE CHANGE NOW WITH ITS EFFECTIVE DATE ON
000220* THE KEYED FUTCHG STAGING FILE, AND THIS NIGHTLY JOB APPLIES
001298     05  AF-CUST-ID              PIC 9(08).
001299     05  AF-ESTATE-FLAG          PIC X(01).
001297     05  AF-SENS-FLAG            PIC X(01).
001298     05  AF-ANNFEE-PLAN          PIC X(01).
001299     05  AF-SETTLE-FLAG          PIC X(01).
001300     05  AF-PRODUCT-CODE         PIC X(04).

001303 FD  ACCTHIST-FILE
001306     LABEL RECORDS ARE STANDARD.
001310 01  ACCTHIST-REC.
001320     05  AH-KEY.
001330         10  AH-ACCTNO           PIC X(09).
001520         10  AH-CHG-DATE         PIC S9(7) COMP-3.
001530         10  AH-CHG-TIME         PIC S9(7) COMP-3.
001540     05  AH-EVENT-TYPE           PIC X(01).
001544     05  AH-CHAIN-INFO.
001548         10  AH-CHAIN-NO         PIC 9(09) COMP.
001552         10  AH-CHAIN-PREV       PIC 9(18) COMP.
001556         10  AH-CHAIN-HASH       PIC 9(18) COMP.

001560 FD  TITLECFG-FILE
001570     LABEL RECORDS ARE STANDARD.
001930 77  WS-JOURNAL-STATUS       PIC X(02) VALUE SPACES.
001940 77  WS-JRNL-TIME-RAW        PIC 9(08) VALUE 0.

001950     COPY 'JOBGATE'.

001953*    THE HASH CHAIN PARAMETER BLOCK FOR DCI8BHCN
001956     COPY 'CHAINPRM'.

001960 01  WS-SWITCHES.
001970     05  WS-EOF-SW           PIC X(01) VALUE 'N'.
001980         88  WS-EOF-YES              VALUE 'Y'.
005700     WRITE ACCTHIST-REC
005710         INVALID KEY
005720             CONTINUE
005723         NOT INVALID KEY
005726             PERFORM 8600-SEAL-HIST-ROW THRU 8600-EXIT
005730     END-WRITE.

005740     MOVE WS-NEW-TITL TO AF-TITL.
006720 9000-EXIT.
006730     EXIT.

006731*-----------------------------------------------------------------
006732* 8600 - THE ACCTHIST ROW JUST WRITTEN JOINS ITS ACCOUNT'S
006733* HASH CHAIN: DCI8BHCN GIVES IT THE NEXT POSITION AND ITS
006734* HASHES (ALL ZERO, LEAVING IT UNSEALED, IF HASHCHN IS DOWN)
006735* AND THE ROW IS REWRITTEN WITH THEM
006736*-----------------------------------------------------------------
006737 8600-SEAL-HIST-ROW.

006738     MOVE 'S' TO CP-FUNCTION.
006739     MOVE 'H' TO CP-FILE.
006740     MOVE 'DCI8BFUT' TO CP-JOBNAME.
006741     MOVE ACCTHIST-REC TO CP-ROW.
006742     CALL 'DCI8BHCN' USING CHAINPRM.

006743     MOVE CP-CHAIN-NO TO AH-CHAIN-NO.
006744     MOVE CP-PREV-HASH TO AH-CHAIN-PREV.
006745     MOVE CP-HASH TO AH-CHAIN-HASH.
006746     REWRITE ACCTHIST-REC.

006747 8600-EXIT.
006748     EXIT.

006749*-----------------------------------------------------------------
006750* 8100/8200 WRITE THIS RUN'S START AND END ROWS TO THE COMMON
006760* RUN JOURNAL - OPENED EXTEND AND CLOSED AROUND EACH ROW SO AN
006770* ABEND IN THE BODY OF THE JOB NEVER LOSES THE START ROW
006780*-----------------------------------------------------------------
006790 8100-WRITE-JRNL-START.

006791*    A PREDECESSOR NOT YET ENDED CLEAN TODAY (JOBDEPS) STOPS
006792*    THE RUN HERE, BEFORE IT HAS TOUCHED ANYTHING
006793     MOVE 'DCI8BFUT' TO JG-JOBNAME.
006794     CALL 'DCI8BJGT' USING JOBGATE.
006795     IF JG-RC-BLOCKED THEN
006796         MOVE JG-BLOCKED-RC TO RETURN-CODE
006797         STOP RUN
006798     END-IF.

006800     MOVE 'DCI8BFUT' TO JR-JOBNAME.
006810     MOVE 'S' TO JR-ROW-TYPE.
006820     MOVE 0 TO JR-READ-COUNT JR-WRITTEN-COUNT
