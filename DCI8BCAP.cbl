000162* 2026-09-02 AA   NOW ALSO WATCHES THE ACCTTXN ROW COUNT - THE
000164*                 FILE GROWS BY EVERY DEBIT AND CREDIT EVERY
000166*                 NIGHT AND DCI8BTXA IS ITS RELIEF VALVE
000167* 2026-10-06 AA   THE RUN NOW PASSES THE JOBDEPS PREREQUISITE
000168*                 GATE (DCI8BJGT) BEFORE ITS START ROW AND
000169*                 STOPS WITH RETURN CODE 12 WHEN A
000170*                 PREDECESSOR HAS NOT ENDED CLEAN TODAY
000171* 2026-10-08 AA   ACCTTXN RECORD WIDENED FOR THE HASH CHAIN
000172*                 FIELDS
000176*-----------------------------------------------------------------
000180*****************************************************************
000190* OUR LIMITS USED TO FAIL WITHOUT NOTICE: A BUSY ACCOUNT'S
000200* 10,000TH HISTORY ROW HAS NOWHERE TO GO, THE ACCOUNT-NUMBER
001250     05  AF-BUREAU-SCORE         PIC 9(03).
001260     05  AF-BSCORE-DATE          PIC S9(7) COMP-3.
001270     05  AF-BRANCH               PIC X(04).
001271     05  AF-CONTACT-PREF         PIC X(01).
001272     05  AF-STMT-CYCLE           PIC X(01).
001273     05  AF-GONEAWAY-FLAG        PIC X(01).
001274     05  AF-CUST-ID              PIC 9(08).
001275     05  AF-ESTATE-FLAG          PIC X(01).
001276     05  AF-SENS-FLAG            PIC X(01).
001277     05  AF-ANNFEE-PLAN          PIC X(01).
001278     05  AF-SETTLE-FLAG          PIC X(01).
001279     05  AF-PRODUCT-CODE         PIC X(04).

001282 FD  ACCTTXN-FILE
001283     LABEL RECORDS ARE STANDARD.
001286         10  TX-ACCTNO           PIC X(09).
001287         10  TX-DATE             PIC S9(7) COMP-3.
001288         10  TX-SEQNO            PIC 9(04) COMP.
001289     05  FILLER                  PIC X(44).

001290 FD  ACCTCTL-FILE
001300     LABEL RECORDS ARE STANDARD.
001770 77  WS-JOURNAL-STATUS       PIC X(02) VALUE SPACES.
001780 77  WS-JRNL-TIME-RAW        PIC 9(08) VALUE 0.

001785     COPY 'JOBGATE'.

001790 77  WS-PARM-STATUS          PIC X(02) VALUE SPACES.
001800 77  WS-ACCTFILE-STATUS      PIC X(02) VALUE SPACES.
001805 77  WS-ACCTTXN-STATUS       PIC X(02) VALUE SPACES.
005090*-----------------------------------------------------------------
005100 8100-WRITE-JRNL-START.

005101*    A PREDECESSOR NOT YET ENDED CLEAN TODAY (JOBDEPS) STOPS
005102*    THE RUN HERE, BEFORE IT HAS TOUCHED ANYTHING
005103     MOVE 'DCI8BCAP' TO JG-JOBNAME.
005104     CALL 'DCI8BJGT' USING JOBGATE.
005105     IF JG-RC-BLOCKED THEN
005106         MOVE JG-BLOCKED-RC TO RETURN-CODE
005107         STOP RUN
005108     END-IF.

005110     MOVE 'DCI8BCAP' TO JR-JOBNAME.
005120     MOVE 'S' TO JR-ROW-TYPE.
005130     MOVE 0 TO JR-READ-COUNT JR-WRITTEN-COUNT
