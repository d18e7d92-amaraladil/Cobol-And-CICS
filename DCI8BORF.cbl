000150* 2026-09-02 AA   INITIAL VERSION - CROSS-CHECKS EVERY SATELLITE
000160*                 FILE AGAINST ACCTFILE AND CLOSEACCT, HONOURING
000170*                 MERGXREF, WITH AN OPTIONAL QUARANTINE UNLOAD
000172* 2026-10-06 AA   THE RUN NOW PASSES THE JOBDEPS PREREQUISITE
000174*                 GATE (DCI8BJGT) BEFORE ITS START ROW AND
000176*                 STOPS WITH RETURN CODE 12 WHEN A
000178*                 PREDECESSOR HAS NOT ENDED CLEAN TODAY
000179* 2026-10-08 AA   ACCTHIST AND ACCTTXN RECORDS WIDENED FOR THE
000180*                 HASH CHAIN FIELDS
000181* 2026-10-15 AA   CLOSEACCT RECORD WIDENED FOR THE MAIL ADDRESS,
000182*                 E-MAIL AND CONTACT FLAGS CARRIED AT CLOSURE
000180*-----------------------------------------------------------------
000190*****************************************************************
000200* ACCTTXN, ACCTHIST, ACCTNOTE, RELPARTY, WORKLIST AND FUTCHG
001090     LABEL RECORDS ARE STANDARD.
001100 01  ACCTFILE-REC.
001110     05  AF-ACCTNO               PIC X(09).
001120     05  FILLER                  PIC X(259).

001130 FD  CLOSEACCT-FILE
001140     LABEL RECORDS ARE STANDARD.
001150 01  CLOSEACCT-REC.
001160     05  CA-ACCTNO               PIC X(09).
001161     05  FILLER                  PIC X(185).

001180 FD  MERGXREF-FILE
001190     LABEL RECORDS ARE STANDARD.
001280         10  TX-ACCTNO           PIC X(09).
001290         10  TX-DATE             PIC S9(7) COMP-3.
001300         10  TX-SEQNO            PIC 9(04) COMP.
001310     05  FILLER                  PIC X(44).

001320 FD  ACCTHIST-FILE
001330     LABEL RECORDS ARE STANDARD.
001350     05  AH-KEY.
001360         10  AH-ACCTNO           PIC X(09).
001370         10  AH-SEQNO            PIC 9(04) COMP.
001380     05  FILLER                  PIC X(211).

001390 FD  ACCTNOTE-FILE
001400     LABEL RECORDS ARE STANDARD.
001950 77  WS-JOURNAL-STATUS       PIC X(02) VALUE SPACES.
001960 77  WS-JRNL-TIME-RAW        PIC 9(08) VALUE 0.

001965     COPY 'JOBGATE'.

001970 77  WS-PARM-STATUS          PIC X(02) VALUE SPACES.
001980 77  WS-ACCTFILE-STATUS      PIC X(02) VALUE SPACES.
001990 77  WS-CLOSEACCT-STATUS     PIC X(02) VALUE SPACES.
009490*-----------------------------------------------------------------
009500 8100-WRITE-JRNL-START.

009501*    A PREDECESSOR NOT YET ENDED CLEAN TODAY (JOBDEPS) STOPS
009502*    THE RUN HERE, BEFORE IT HAS TOUCHED ANYTHING
009503     MOVE 'DCI8BORF' TO JG-JOBNAME.
009504     CALL 'DCI8BJGT' USING JOBGATE.
009505     IF JG-RC-BLOCKED THEN
009506         MOVE JG-BLOCKED-RC TO RETURN-CODE
009507         STOP RUN
009508     END-IF.

009510     MOVE 'DCI8BORF' TO JR-JOBNAME.
009520     MOVE 'S' TO JR-ROW-TYPE.
009530     MOVE 0 TO JR-READ-COUNT JR-WRITTEN-COUNT
