000160*                 DCI8BBSC MOULD FOR THE DELIVERY PROVIDER'S
000170*                 BOUNCE FILE, SO A CUSTOMER WHOSE EMAIL DIED
000180*                 STOPS SILENTLY GETTING NO STATEMENT
000182* 2026-10-06 AA   THE RUN NOW PASSES THE JOBDEPS PREREQUISITE
000184*                 GATE (DCI8BJGT) BEFORE ITS START ROW AND
000186*                 STOPS WITH RETURN CODE 12 WHEN A
000187*                 PREDECESSOR HAS NOT ENDED CLEAN TODAY
000188* 2026-10-08 AA   EVERY NEW ACCTHIST ROW IS SEALED INTO ITS
000189*                 ACCOUNT'S HASH CHAIN THROUGH DCI8BHCN
000190*-----------------------------------------------------------------
000200*****************************************************************
000210* THE DELIVERY PROVIDER'S BOUNCE FILE (ESTBNC) CARRIES ONE ROW
001180     05  AM-BRANCH               PIC X(04).
001190     05  AM-CONTACT-PREF         PIC X(01).
001200     05  AM-STMT-CYCLE           PIC X(01).
001201     05  AM-GONEAWAY-FLAG        PIC X(01).
001202     05  AM-CUST-ID              PIC 9(08).
001203     05  AM-ESTATE-FLAG          PIC X(01).
001204     05  AM-SENS-FLAG            PIC X(01).
001205     05  AM-ANNFEE-PLAN          PIC X(01).
001206     05  AM-SETTLE-FLAG          PIC X(01).
001207     05  AM-PRODUCT-CODE         PIC X(04).

001210 FD  ACCTFILE
001220     LABEL RECORDS ARE STANDARD.
001510     05  AF-BRANCH               PIC X(04).
001520     05  AF-CONTACT-PREF         PIC X(01).
001530     05  AF-STMT-CYCLE           PIC X(01).
001531     05  AF-GONEAWAY-FLAG        PIC X(01).
001532     05  AF-CUST-ID              PIC 9(08).
001533     05  AF-ESTATE-FLAG          PIC X(01).
001534     05  AF-SENS-FLAG            PIC X(01).
001535     05  AF-ANNFEE-PLAN          PIC X(01).
001536     05  AF-SETTLE-FLAG          PIC X(01).
001537     05  AF-PRODUCT-CODE         PIC X(04).

001540 FD  ACCTHIST-FILE
001550     LABEL RECORDS ARE STANDARD.
001770         10  AH-CHG-DATE         PIC S9(7) COMP-3.
001780         10  AH-CHG-TIME         PIC S9(7) COMP-3.
001790     05  AH-EVENT-TYPE           PIC X(01).
001792     05  AH-CHAIN-INFO.
001794         10  AH-CHAIN-NO         PIC 9(09) COMP.
001796         10  AH-CHAIN-PREV       PIC 9(18) COMP.
001798         10  AH-CHAIN-HASH       PIC 9(18) COMP.

001800 FD  REPORT-FILE
001810     RECORDING MODE IS F
002020 77  WS-JOURNAL-STATUS       PIC X(02) VALUE SPACES.
002030 77  WS-JRNL-TIME-RAW        PIC 9(08) VALUE 0.

002035     COPY 'JOBGATE'.

002036*    THE HASH CHAIN PARAMETER BLOCK FOR DCI8BHCN
002038     COPY 'CHAINPRM'.

002040 77  WS-BOUNCE-STATUS        PIC X(02) VALUE SPACES.
002050 77  WS-ACCTMAIL-STATUS      PIC X(02) VALUE SPACES.
002060 77  WS-ACCTFILE-STATUS      PIC X(02) VALUE SPACES.
003760     WRITE ACCTHIST-REC
003770         INVALID KEY
003780             CONTINUE
003783         NOT INVALID KEY
003786             PERFORM 8600-SEAL-HIST-ROW THRU 8600-EXIT
003790     END-WRITE.

003800 2300-EXIT.
003940 9000-EXIT.
003950     EXIT.

003951*-----------------------------------------------------------------
003952* 8600 - THE ACCTHIST ROW JUST WRITTEN JOINS ITS ACCOUNT'S
003953* HASH CHAIN: DCI8BHCN GIVES IT THE NEXT POSITION AND ITS
003954* HASHES (ALL ZERO, LEAVING IT UNSEALED, IF HASHCHN IS DOWN)
003955* AND THE ROW IS REWRITTEN WITH THEM
003956*-----------------------------------------------------------------
003957 8600-SEAL-HIST-ROW.

003958     MOVE 'S' TO CP-FUNCTION.
003959     MOVE 'H' TO CP-FILE.
003960     MOVE 'DCI8BESB' TO CP-JOBNAME.
003961     MOVE ACCTHIST-REC TO CP-ROW.
003962     CALL 'DCI8BHCN' USING CHAINPRM.

003963     MOVE CP-CHAIN-NO TO AH-CHAIN-NO.
003964     MOVE CP-PREV-HASH TO AH-CHAIN-PREV.
003965     MOVE CP-HASH TO AH-CHAIN-HASH.
003966     REWRITE ACCTHIST-REC.

003967 8600-EXIT.
003968     EXIT.

003969*-----------------------------------------------------------------
003970* 8100/8200 WRITE THIS RUN'S START AND END ROWS TO THE COMMON
003980* RUN JOURNAL - OPENED EXTEND AND CLOSED AROUND EACH ROW SO AN
003990* ABEND IN THE BODY OF THE JOB NEVER LOSES THE START ROW
004000*-----------------------------------------------------------------
004010 8100-WRITE-JRNL-START.

004011*    A PREDECESSOR NOT YET ENDED CLEAN TODAY (JOBDEPS) STOPS
004012*    THE RUN HERE, BEFORE IT HAS TOUCHED ANYTHING
004013     MOVE 'DCI8BESB' TO JG-JOBNAME.
004014     CALL 'DCI8BJGT' USING JOBGATE.
004015     IF JG-RC-BLOCKED THEN
004016         MOVE JG-BLOCKED-RC TO RETURN-CODE
004017         STOP RUN
004018     END-IF.

004020     MOVE 'DCI8BESB' TO JR-JOBNAME.
004030     MOVE 'S' TO JR-ROW-TYPE.
004040     MOVE 0 TO JR-READ-COUNT JR-WRITTEN-COUNT
