000150* 2026-09-02 AA   INITIAL VERSION - EMITS THE DUE STANDING
000160*                 ORDERS AS A SELF-CONTAINED TXNIN FEED AHEAD
000170*                 OF DCI8BPST
000172* 2026-09-08 AA   SOTXOUT ROWS FOLLOW THE WIDENED 100-BYTE TXNIN
000174*                 LAYOUT - EACH CHARGE NOW CARRIES A STANDING
000176*                 ORDER NARRATIVE AND AN SO ACCOUNT/ORDER
000178*                 REFERENCE FOR THE STATEMENT
000179* 2026-10-06 AA   THE RUN NOW PASSES THE JOBDEPS PREREQUISITE
000180*                 GATE (DCI8BJGT) BEFORE ITS START ROW AND
000181*                 STOPS WITH RETURN CODE 12 WHEN A
000182*                 PREDECESSOR HAS NOT ENDED CLEAN TODAY
000180*-----------------------------------------------------------------
000190*****************************************************************
000200* THIS NIGHTLY STEP WALKS THE STANDORD FILE THE DCI8DPGY
000770 FD  TXOUT-FILE
000780     RECORDING MODE IS F
000790     LABEL RECORDS ARE STANDARD.
000800 01  TXOUT-REC                   PIC X(100).

000810*-----------------------------------------------------------------
000820* RUNJRNL - THE COMMON BATCH RUN JOURNAL, ONE START ROW AND ONE
000990 77  WS-JOURNAL-STATUS       PIC X(02) VALUE SPACES.
001000 77  WS-JRNL-TIME-RAW        PIC 9(08) VALUE 0.

001005     COPY 'JOBGATE'.

001010 77  WS-STANDORD-STATUS      PIC X(02) VALUE SPACES.
001020 77  WS-TXOUT-STATUS         PIC X(02) VALUE SPACES.

001170     05  TL-SEQNO            PIC 9(04).
001180     05  TL-TYPE             PIC X(01).
001190     05  TL-AMOUNT           PIC 9(08)V99.
001191*    THE NARRATIVE DCI8BPST FILES ON TXNNARR - THE REFERENCE
001193*    NAMES THE ORDER SO A QUERY CAN GO STRAIGHT TO DCI8DPGY
001195     05  TL-MERCHANT         PIC X(30) VALUE 'STANDING ORDER'.
001196     05  TL-CATEGORY         PIC X(04) VALUE 'STOR'.
001198     05  TL-ORIG-REF.
001200         10  FILLER          PIC X(03) VALUE 'SO '.
001201         10  TL-REF-ACCTNO   PIC X(09).
001203         10  FILLER          PIC X(01) VALUE '/'.
001205         10  TL-REF-SEQNO    PIC 9(02).
001206         10  FILLER          PIC X(01) VALUE SPACE.
001208     05  FILLER              PIC X(19) VALUE SPACES.

001210 01  WS-HDR-LINE.
001220     05  FILLER              PIC X(03) VALUE 'HDR'.
001230     05  FILLER              PIC X(08) VALUE 'STANDORD'.
001240     05  HD-BUS-DATE         PIC 9(07).
001250     05  FILLER              PIC X(82) VALUE SPACES.

001260 01  WS-TRL-LINE.
001270     05  FILLER              PIC X(03) VALUE 'TRL'.
001280     05  TR-ROW-COUNT        PIC 9(07).
001290     05  TR-AMOUNT-TOTAL     PIC 9(12)V99.
001300     05  FILLER              PIC X(76) VALUE SPACES.

001310 PROCEDURE DIVISION.

001780     COMPUTE TL-SEQNO = 7000 + SO-SEQNO.
001790     MOVE SO-TYPE TO TL-TYPE.
001800     MOVE SO-AMOUNT TO TL-AMOUNT.
001803     MOVE SO-ACCTNO TO TL-REF-ACCTNO.
001806     MOVE SO-SEQNO TO TL-REF-SEQNO.
001810     WRITE TXOUT-REC FROM WS-TX-LINE.

001820     ADD 1 TO WS-EMIT-COUNT.
002300*-----------------------------------------------------------------
002310 8100-WRITE-JRNL-START.

002311*    A PREDECESSOR NOT YET ENDED CLEAN TODAY (JOBDEPS) STOPS
002312*    THE RUN HERE, BEFORE IT HAS TOUCHED ANYTHING
002313     MOVE 'DCI8BSTO' TO JG-JOBNAME.
002314     CALL 'DCI8BJGT' USING JOBGATE.
002315     IF JG-RC-BLOCKED THEN
002316         MOVE JG-BLOCKED-RC TO RETURN-CODE
002317         STOP RUN
002318     END-IF.

002320     MOVE 'DCI8BSTO' TO JR-JOBNAME.
002330     MOVE 'S' TO JR-ROW-TYPE.
002340     MOVE 0 TO JR-READ-COUNT JR-WRITTEN-COUNT
