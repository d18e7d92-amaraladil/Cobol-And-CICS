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
000210* THIS JOB READS NEWACCT (A SEQUENTIAL FILE OF PROSPECTIVE NEW
000220* ACCOUNTS), VALIDATES EACH ROW USING THE SAME RULES AS THE
001104     05  AF-BRANCH               PIC X(04).
001105     05  AF-CONTACT-PREF         PIC X(01).
001105     05  AF-STMT-CYCLE           PIC X(01).
001106     05  AF-GONEAWAY-FLAG        PIC X(01).
001107     05  AF-CUST-ID              PIC 9(08).
001108     05  AF-ESTATE-FLAG          PIC X(01).
001109     05  AF-SENS-FLAG            PIC X(01).
001110     05  AF-ANNFEE-PLAN          PIC X(01).
001111     05  AF-SETTLE-FLAG          PIC X(01).
001112     05  AF-PRODUCT-CODE         PIC X(04).
001113 FD  REJECT-FILE
001120     RECORDING MODE IS F
001130     LABEL RECORDS ARE STANDARD.
001140 01  REJECT-REC.
001349     05  BH-CODE             PIC X(04).
001350     05  BH-NAME             PIC X(20).

001351 FD  ACCTHIST-FILE
001352     LABEL RECORDS ARE STANDARD.
001353 01  ACCTHIST-REC.
001354     05  AH-KEY.
001355         10  AH-ACCTNO           PIC X(09).
001356         10  AH-SEQNO            PIC 9(04) COMP.
001357     05  AH-FNAME                PIC X(15).
001358     05  AH-SNAME                PIC X(15).
001359     05  AH-TITL                 PIC X(04).
001360     05  AH-ADDR1                PIC X(20).
001361     05  AH-ADDR2                PIC X(20).
001362     05  AH-CRLIMIT              PIC 9(08)V99.
001363     05  AH-STAT                 PIC X(01).
001364     05  AH-AFTER-FNAME          PIC X(15).
001365     05  AH-AFTER-SNAME          PIC X(15).
001366     05  AH-AFTER-TITL           PIC X(04).
001367     05  AH-AFTER-ADDR1          PIC X(20).
001368     05  AH-AFTER-ADDR2          PIC X(20).
001369     05  AH-AFTER-CRLIMIT        PIC 9(08)V99.
001370     05  AH-AFTER-STAT           PIC X(01).
001371     05  AH-CHANGED-INFO.
001372         10  AH-CHG-USERID       PIC X(08).
001373         10  AH-CHG-TRMID        PIC X(04).
001374         10  AH-CHG-DATE         PIC S9(7) COMP-3.
001375         10  AH-CHG-TIME         PIC S9(7) COMP-3.
001376     05  AH-EVENT-TYPE           PIC X(01).
001377     05  AH-CHAIN-INFO.
001378         10  AH-CHAIN-NO         PIC 9(09) COMP.
001379         10  AH-CHAIN-PREV       PIC 9(18) COMP.
001380         10  AH-CHAIN-HASH       PIC 9(18) COMP.
001381
001382*-----------------------------------------------------------------
001383* RUNJRNL - THE COMMON BATCH RUN JOURNAL, ONE START ROW AND ONE
001384* END ROW PER RUN, READ BY DCI8BJRN FOR THE MORNING CHECK
001385*-----------------------------------------------------------------
001386 FD  JOURNAL-FILE
001387     RECORDING MODE IS F
001388     LABEL RECORDS ARE STANDARD.
001389 01  JR-REC.
001390     05  JR-JOBNAME              PIC X(08).
001391     05  JR-ROW-TYPE             PIC X(01).
001392     05  JR-DATE                 PIC 9(07).
001393     05  JR-TIME                 PIC 9(06).
001394     05  JR-READ-COUNT           PIC 9(07).
001395     05  JR-WRITTEN-COUNT        PIC 9(07).
001396     05  JR-REJECTED-COUNT       PIC 9(07).
001397     05  JR-STATUS               PIC X(01).
001398     05  FILLER                  PIC X(06).

001399 WORKING-STORAGE SECTION.
001400 77  WS-JOURNAL-STATUS       PIC X(02) VALUE SPACES.
001401 77  WS-JRNL-TIME-RAW        PIC 9(08) VALUE 0.

001402     COPY 'JOBGATE'.

001403*    THE HASH CHAIN PARAMETER BLOCK FOR DCI8BHCN
001404     COPY 'CHAINPRM'.
001405
001406 77  WS-NEWACCT-STATUS       PIC X(02) VALUE SPACES.
001407
001408 77  WS-ACCTFILE-STATUS      PIC X(02) VALUE SPACES.
001409     88  WS-ACCTFILE-DUPKEY         VALUE '22'.
001410
001420 77  WS-REJECT-STATUS        PIC X(02) VALUE SPACES.
001430 77  WS-CHKPNT-STATUS        PIC X(02) VALUE SPACES.
004582     MOVE 0              TO AF-CUST-ID.
004583     MOVE SPACE          TO AF-ESTATE-FLAG.
004584     MOVE SPACE          TO AF-SENS-FLAG.
004585     MOVE SPACE          TO AF-ANNFEE-PLAN.
004586     MOVE SPACE          TO AF-SETTLE-FLAG.
004587     MOVE SPACES         TO AF-PRODUCT-CODE.
004588
004590     WRITE ACCTFILE-REC
004600         INVALID KEY
004610             GO TO 2650-DUPLICATE-KEY
485152     WRITE ACCTHIST-REC
485154         INVALID KEY
485156             CONTINUE
485157         NOT INVALID KEY
485158             PERFORM 8600-SEAL-HIST-ROW THRU 8600-EXIT
485160     END-WRITE.

485162 2800-HIST-EXIT.
485164     EXIT.
005250 9000-EXIT.
005260     EXIT.
005270
052366*-----------------------------------------------------------------
099462* 8600 - THE ACCTHIST ROW JUST WRITTEN JOINS ITS ACCOUNT'S
146558* HASH CHAIN: DCI8BHCN GIVES IT THE NEXT POSITION AND ITS
193655* HASHES (ALL ZERO, LEAVING IT UNSEALED, IF HASHCHN IS DOWN)
240751* AND THE ROW IS REWRITTEN WITH THEM
287847*-----------------------------------------------------------------
334944 8600-SEAL-HIST-ROW.

382040     MOVE 'S' TO CP-FUNCTION.
429136     MOVE 'H' TO CP-FILE.
476233     MOVE 'DCI8BPGC' TO CP-JOBNAME.
523329     MOVE ACCTHIST-REC TO CP-ROW.
570425     CALL 'DCI8BHCN' USING CHAINPRM.

617522     MOVE CP-CHAIN-NO TO AH-CHAIN-NO.
664618     MOVE CP-PREV-HASH TO AH-CHAIN-PREV.
711714     MOVE CP-HASH TO AH-CHAIN-HASH.
758811     REWRITE ACCTHIST-REC.

805907 8600-EXIT.
853003     EXIT.

900100*-----------------------------------------------------------------
900102* 8100/8200 WRITE THIS RUN'S START AND END ROWS TO THE COMMON
900104* RUN JOURNAL - OPENED EXTEND AND CLOSED AROUND EACH ROW SO AN
900108*-----------------------------------------------------------------
900110 8100-WRITE-JRNL-START.

900111*    A PREDECESSOR NOT YET ENDED CLEAN TODAY (JOBDEPS) STOPS
900112*    THE RUN HERE, BEFORE IT HAS TOUCHED ANYTHING
900113     MOVE 'DCI8BPGC' TO JG-JOBNAME.
900114     CALL 'DCI8BJGT' USING JOBGATE.
900115     IF JG-RC-BLOCKED THEN
900116         MOVE JG-BLOCKED-RC TO RETURN-CODE
900117         STOP RUN
900118     END-IF.

900119     MOVE 'DCI8BPGC' TO JR-JOBNAME.
900120     MOVE 'S' TO JR-ROW-TYPE.
900121     MOVE 0 TO JR-READ-COUNT JR-WRITTEN-COUNT
900122         JR-REJECTED-COUNT.
900123     MOVE SPACE TO JR-STATUS.
900124     PERFORM 8300-STAMP-AND-WRITE THRU 8300-EXIT.

900128 8100-EXIT.
