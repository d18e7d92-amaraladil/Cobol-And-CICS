000188*                 THE ACCTFILE RECORD LAYOUT
000189* 2026-09-02 AA   ADDED ESTATE-FLAG (DECEASED MARKER) TO
000190*                 THE ACCTFILE RECORD LAYOUT
000191* 2026-10-06 AA   THE RUN NOW PASSES THE JOBDEPS PREREQUISITE
000192*                 GATE (DCI8BJGT) BEFORE ITS START ROW AND
000193*                 STOPS WITH RETURN CODE 12 WHEN A
000194*                 PREDECESSOR HAS NOT ENDED CLEAN TODAY
000196*-----------------------------------------------------------------
000198*****************************************************************
000200* THIS JOB READS ACCTFILE FROM START TO END IN KEY SEQUENCE AND
000210* WRITES A ONE-FOR-ONE COPY OF EVERY RECORD TO ACCTBKUP - A
000220* SEQUENTIAL DATASET INTENDED TO BE ALLOCATED AS A GDG BY THE
000798     05  AF-CUST-ID              PIC 9(08).
000799     05  AF-ESTATE-FLAG          PIC X(01).
000797     05  AF-SENS-FLAG            PIC X(01).
000798     05  AF-ANNFEE-PLAN          PIC X(01).
000799     05  AF-SETTLE-FLAG          PIC X(01).
000800     05  AF-PRODUCT-CODE         PIC X(04).

000801 FD  BACKUP-FILE
000802     RECORDING MODE IS F
000803     LABEL RECORDS ARE STANDARD.
000804 01  BACKUP-REC.
000805     05  BK-ACCTKEY.
000806         10  BK-ACCTNO           PIC X(09).
000810     05  BK-FNAME                PIC X(15).
000820     05  BK-SNAME                PIC X(15).
000830     05  BK-TITL                 PIC X(04).
000998     05  BK-CUST-ID              PIC 9(08).
000999     05  BK-ESTATE-FLAG          PIC X(01).
000997     05  BK-SENS-FLAG            PIC X(01).
000998     05  BK-ANNFEE-PLAN          PIC X(01).
000999     05  BK-SETTLE-FLAG          PIC X(01).
001000     05  BK-PRODUCT-CODE         PIC X(04).

001001*-----------------------------------------------------------------
001002* RUNJRNL - THE COMMON BATCH RUN JOURNAL, ONE START ROW AND ONE
001003* END ROW PER RUN, READ BY DCI8BJRN FOR THE MORNING CHECK
001004*-----------------------------------------------------------------
001005 FD  JOURNAL-FILE
001006     RECORDING MODE IS F
001007     LABEL RECORDS ARE STANDARD.
001008 01  JR-REC.
001009     05  JR-JOBNAME              PIC X(08).
001010     05  JR-ROW-TYPE             PIC X(01).
001011     05  JR-DATE                 PIC 9(07).
001012     05  JR-TIME                 PIC 9(06).
001013     05  JR-READ-COUNT           PIC 9(07).
001014     05  JR-WRITTEN-COUNT        PIC 9(07).
001015     05  JR-REJECTED-COUNT       PIC 9(07).
001016     05  JR-STATUS               PIC X(01).
001017     05  FILLER                  PIC X(06).

001018 WORKING-STORAGE SECTION.
001019 77  WS-JOURNAL-STATUS       PIC X(02) VALUE SPACES.
001020 77  WS-JRNL-TIME-RAW        PIC 9(08) VALUE 0.

001021     COPY 'JOBGATE'.

001022 77  WS-ACCTFILE-STATUS      PIC X(02) VALUE SPACES.
001023     88  WS-ACCTFILE-EOF            VALUE '10'.

001030 77  WS-BACKUP-STATUS        PIC X(02) VALUE SPACES.

001716     MOVE AF-CUST-ID          TO BK-CUST-ID.
001717     MOVE AF-ESTATE-FLAG      TO BK-ESTATE-FLAG.
001718     MOVE AF-SENS-FLAG        TO BK-SENS-FLAG.
001719     MOVE AF-ANNFEE-PLAN      TO BK-ANNFEE-PLAN.
001720     MOVE AF-SETTLE-FLAG      TO BK-SETTLE-FLAG.
001721     MOVE AF-PRODUCT-CODE     TO BK-PRODUCT-CODE.

001724     WRITE BACKUP-REC.

001727     ADD 1 TO WS-WRITTEN-COUNT.

001730 2600-EXIT.
001740     EXIT.
900108*-----------------------------------------------------------------
900110 8100-WRITE-JRNL-START.

900111*    A PREDECESSOR NOT YET ENDED CLEAN TODAY (JOBDEPS) STOPS
900112*    THE RUN HERE, BEFORE IT HAS TOUCHED ANYTHING
900113     MOVE 'DCI8BPGB' TO JG-JOBNAME.
900114     CALL 'DCI8BJGT' USING JOBGATE.
900115     IF JG-RC-BLOCKED THEN
900116         MOVE JG-BLOCKED-RC TO RETURN-CODE
900117         STOP RUN
900118     END-IF.

900119     MOVE 'DCI8BPGB' TO JR-JOBNAME.
900120     MOVE 'S' TO JR-ROW-TYPE.
900121     MOVE 0 TO JR-READ-COUNT JR-WRITTEN-COUNT
900122         JR-REJECTED-COUNT.
900123     MOVE SPACE TO JR-STATUS.
900124     PERFORM 8300-STAMP-AND-WRITE THRU 8300-EXIT.

900128 8100-EXIT.
