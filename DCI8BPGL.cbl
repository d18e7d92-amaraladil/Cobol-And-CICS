000188*                 THE ACCTFILE RECORD LAYOUT
000189* 2026-09-02 AA   ADDED ESTATE-FLAG (DECEASED MARKER) TO
000190*                 THE ACCTFILE RECORD LAYOUT
000191* 2026-10-06 AA   THE RUN NOW PASSES THE JOBDEPS PREREQUISITE
000192*                 GATE (DCI8BJGT) BEFORE ITS START ROW AND
000193*                 STOPS WITH RETURN CODE 12 WHEN A
000194*                 PREDECESSOR HAS NOT ENDED CLEAN TODAY
000195* 2026-10-08 AA   EVERY NEW ACCTHIST ROW IS SEALED INTO ITS
000196*                 ACCOUNT'S HASH CHAIN THROUGH DCI8BHCN
000198*-----------------------------------------------------------------
000200*****************************************************************
000210* THIS JOB READS PRTFIN, A COMMA-DELIMITED FILE OF PROSPECTIVE
000220* NEW ACCOUNTS (ACCTNO, TITLE, FIRST NAME, SURNAME, ADDRESS 1,
000924     05  AF-BRANCH               PIC X(04).
000925     05  AF-CONTACT-PREF         PIC X(01).
000925     05  AF-STMT-CYCLE           PIC X(01).
000926     05  AF-GONEAWAY-FLAG        PIC X(01).
000927     05  AF-CUST-ID              PIC 9(08).
000928     05  AF-ESTATE-FLAG          PIC X(01).
000929     05  AF-SENS-FLAG            PIC X(01).
000930     05  AF-ANNFEE-PLAN          PIC X(01).
000931     05  AF-SETTLE-FLAG          PIC X(01).
000932     05  AF-PRODUCT-CODE         PIC X(04).

000933 FD  CRLIMCFG-FILE
000940     LABEL RECORDS ARE STANDARD.
000950 01  CRLIMCFG-REC.
000960     05  CF-STAT                 PIC X(01).
000992     05  CT-KEYNAME              PIC X(08).
000993     05  CT-NEXT-ACCTNO          PIC 9(08).

000994 FD  ACCTHIST-FILE
000995     LABEL RECORDS ARE STANDARD.
000996 01  ACCTHIST-REC.
000997     05  AH-KEY.
000998         10  AH-ACCTNO           PIC X(09).
000999         10  AH-SEQNO            PIC 9(04) COMP.
001000     05  AH-FNAME                PIC X(15).
001001     05  AH-SNAME                PIC X(15).
001002     05  AH-TITL                 PIC X(04).
001003     05  AH-ADDR1                PIC X(20).
001004     05  AH-ADDR2                PIC X(20).
001005     05  AH-CRLIMIT              PIC 9(08)V99.
001006     05  AH-STAT                 PIC X(01).
001007     05  AH-AFTER-FNAME          PIC X(15).
001008     05  AH-AFTER-SNAME          PIC X(15).
001009     05  AH-AFTER-TITL           PIC X(04).
001010     05  AH-AFTER-ADDR1          PIC X(20).
001011     05  AH-AFTER-ADDR2          PIC X(20).
001012     05  AH-AFTER-CRLIMIT        PIC 9(08)V99.
001013     05  AH-AFTER-STAT           PIC X(01).
001014     05  AH-CHANGED-INFO.
001015         10  AH-CHG-USERID       PIC X(08).
001016         10  AH-CHG-TRMID        PIC X(04).
001017         10  AH-CHG-DATE         PIC S9(7) COMP-3.
001018         10  AH-CHG-TIME         PIC S9(7) COMP-3.
001019     05  AH-EVENT-TYPE           PIC X(01).
001020     05  AH-CHAIN-INFO.
001021         10  AH-CHAIN-NO         PIC 9(09) COMP.
001022         10  AH-CHAIN-PREV       PIC 9(18) COMP.
001023         10  AH-CHAIN-HASH       PIC 9(18) COMP.

001024 FD  REJECT-FILE
001025     RECORDING MODE IS F
001026     LABEL RECORDS ARE STANDARD.
001027 01  REJECT-REC.
001030     05  RJ-ACCTNO                PIC X(09).
001040     05  RJ-REASON                PIC X(60).
001050     05  FILLER                   PIC X(11).
000022 77  WS-JOURNAL-STATUS       PIC X(02) VALUE SPACES.
000023 77  WS-JRNL-TIME-RAW        PIC 9(08) VALUE 0.

000616     COPY 'JOBGATE'.

000814*    THE HASH CHAIN PARAMETER BLOCK FOR DCI8BHCN
001012     COPY 'CHAINPRM'.

001210 77  WS-IMPORT-STATUS        PIC X(02) VALUE SPACES.
001220 77  WS-ACCTFILE-STATUS      PIC X(02) VALUE SPACES.
001230     88  WS-ACCTFILE-DUPKEY         VALUE '22'.
004382     MOVE 0                  TO AF-CUST-ID.
004383     MOVE SPACE              TO AF-ESTATE-FLAG.
004384     MOVE SPACE              TO AF-SENS-FLAG.
004385     MOVE SPACE              TO AF-ANNFEE-PLAN.
004386     MOVE SPACE              TO AF-SETTLE-FLAG.
004387     MOVE SPACES             TO AF-PRODUCT-CODE.

004388     WRITE ACCTFILE-REC
004390         INVALID KEY
004400             MOVE 'DUPLICATE ACCOUNT NUMBER' TO WS-REJECT-REASON
004410             PERFORM 2500-WRITE-REJECT THRU 2500-EXIT
457152     WRITE ACCTHIST-REC
457154         INVALID KEY
457156             CONTINUE
457157         NOT INVALID KEY
457158             PERFORM 8600-SEAL-HIST-ROW THRU 8600-EXIT
457160     END-WRITE.

457162 2800-HIST-EXIT.
457164     EXIT.
005050 9000-EXIT.
005060     EXIT.

052167*-----------------------------------------------------------------
099274* 8600 - THE ACCTHIST ROW JUST WRITTEN JOINS ITS ACCOUNT'S
146382* HASH CHAIN: DCI8BHCN GIVES IT THE NEXT POSITION AND ITS
193489* HASHES (ALL ZERO, LEAVING IT UNSEALED, IF HASHCHN IS DOWN)
240596* AND THE ROW IS REWRITTEN WITH THEM
287704*-----------------------------------------------------------------
334811 8600-SEAL-HIST-ROW.

381918     MOVE 'S' TO CP-FUNCTION.
429026     MOVE 'H' TO CP-FILE.
476133     MOVE 'DCI8BPGL' TO CP-JOBNAME.
523241     MOVE ACCTHIST-REC TO CP-ROW.
570348     CALL 'DCI8BHCN' USING CHAINPRM.

617455     MOVE CP-CHAIN-NO TO AH-CHAIN-NO.
664563     MOVE CP-PREV-HASH TO AH-CHAIN-PREV.
711670     MOVE CP-HASH TO AH-CHAIN-HASH.
758777     REWRITE ACCTHIST-REC.

805885 8600-EXIT.
852992     EXIT.

900100*-----------------------------------------------------------------
900102* 8100/8200 WRITE THIS RUN'S START AND END ROWS TO THE COMMON
900104* RUN JOURNAL - OPENED EXTEND AND CLOSED AROUND EACH ROW SO AN
900108*-----------------------------------------------------------------
900110 8100-WRITE-JRNL-START.

900111*    A PREDECESSOR NOT YET ENDED CLEAN TODAY (JOBDEPS) STOPS
900112*    THE RUN HERE, BEFORE IT HAS TOUCHED ANYTHING
900113     MOVE 'DCI8BPGL' TO JG-JOBNAME.
900114     CALL 'DCI8BJGT' USING JOBGATE.
900115     IF JG-RC-BLOCKED THEN
900116         MOVE JG-BLOCKED-RC TO RETURN-CODE
900117         STOP RUN
900118     END-IF.

900119     MOVE 'DCI8BPGL' TO JR-JOBNAME.
900120     MOVE 'S' TO JR-ROW-TYPE.
900121     MOVE 0 TO JR-READ-COUNT JR-WRITTEN-COUNT
900122         JR-REJECTED-COUNT.
900123     MOVE SPACE TO JR-STATUS.
900124     PERFORM 8300-STAMP-AND-WRITE THRU 8300-EXIT.

900128 8100-EXIT.
