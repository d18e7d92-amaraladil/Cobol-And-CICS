000140* ---------- ---- ------------------------------------------------
000150* 2026-09-02 AA   INITIAL VERSION - THE MAILROOM'S RETURNED-MAIL
000160*                 PILE FINALLY HAS SOMEWHERE TO GO ON FILE
000163* 2026-09-27 AA   EACH ITEM LOADED IS ALSO WRITTEN TO THE WLHIST
000166*                 WORKLIST HISTORY THROUGH DCI8BWLH
000167* 2026-09-28 AA   NOTE THAT FLAGGED ACCOUNTS NOW GO OUT TO THE
000168*                 TRACE AGENCY ON THE WEEKLY DCI8BTRX EXTRACT
000169* 2026-10-06 AA   THE RUN NOW PASSES THE JOBDEPS PREREQUISITE
000170*                 GATE (DCI8BJGT) BEFORE ITS START ROW AND
000171*                 STOPS WITH RETURN CODE 12 WHEN A
000172*                 PREDECESSOR HAS NOT ENDED CLEAN TODAY
000173* 2026-10-08 AA   EVERY NEW ACCTHIST ROW IS SEALED INTO ITS
000174*                 ACCOUNT'S HASH CHAIN THROUGH DCI8BHCN
000175* 2026-10-15 AA   EVERY RETURNED ITEM ON A KNOWN ACCOUNT IS
000176*                 RECORDED ON THE CORRESPONDENCE LOG (CORRLOG,
000177*                 THROUGH DCI8BCLG) WITH THE ADDRESS IT CAME
000178*                 BACK FROM
000179*-----------------------------------------------------------------
000180*****************************************************************
000190* THE MAILROOM KEYS ONE RTNMAIL ROW PER ITEM THE POST OFFICE
000200* RETURNED MARKED GONE AWAY - JUST THE ACCOUNT NUMBER. THIS
000250* MAIL WHILE THE FLAG IS SET; IT CLEARS AUTOMATICALLY WHEN THE
000260* ADDRESS IS NEXT CHANGED THROUGH THE DCI8DPGU EDIT PATH. AN
000270* UNKNOWN ACCOUNT NUMBER, OR ONE ALREADY FLAGGED, PRINTS AS AN
000280* EXCEPTION. A FLAGGED ACCOUNT WITH A BALANCE GOES OUT TO THE
000281* TRACE AGENCY ON THE WEEKLY DCI8BTRX EXTRACT; AN ADDRESS IT
000282* FINDS IS CONFIRMED ON DCI8DPHL, WHICH CLEARS THE FLAG
000290*****************************************************************

000300 ENVIRONMENT DIVISION.
000990     05  AF-CONTACT-PREF         PIC X(01).
001000     05  AF-STMT-CYCLE           PIC X(01).
001010     05  AF-GONEAWAY-FLAG        PIC X(01).
001011     05  AF-CUST-ID              PIC 9(08).
001012     05  AF-ESTATE-FLAG          PIC X(01).
001013     05  AF-SENS-FLAG            PIC X(01).
001014     05  AF-ANNFEE-PLAN          PIC X(01).
001015     05  AF-SETTLE-FLAG          PIC X(01).
001016     05  AF-PRODUCT-CODE         PIC X(04).

001020 FD  ACCTHIST-FILE
001030     LABEL RECORDS ARE STANDARD.
001250         10  AH-CHG-DATE         PIC S9(7) COMP-3.
001260         10  AH-CHG-TIME         PIC S9(7) COMP-3.
001270     05  AH-EVENT-TYPE           PIC X(01).
001272     05  AH-CHAIN-INFO.
001274         10  AH-CHAIN-NO         PIC 9(09) COMP.
001276         10  AH-CHAIN-PREV       PIC 9(18) COMP.
001278         10  AH-CHAIN-HASH       PIC 9(18) COMP.

001280 FD  WORKLIST-FILE
001290     LABEL RECORDS ARE STANDARD.
001660 77  WS-JOURNAL-STATUS       PIC X(02) VALUE SPACES.
001670 77  WS-JRNL-TIME-RAW        PIC 9(08) VALUE 0.

001675     COPY 'JOBGATE'.

001676*    THE HASH CHAIN PARAMETER BLOCK FOR DCI8BHCN
001678     COPY 'CHAINPRM'.

001680 77  WS-RTNMAIL-STATUS       PIC X(02) VALUE SPACES.
001690 77  WS-ACCTFILE-STATUS      PIC X(02) VALUE SPACES.
001700 77  WS-ACCTHIST-STATUS      PIC X(02) VALUE SPACES.
001900     05  DL-NOTE             PIC X(30).
001910     05  FILLER              PIC X(22) VALUE SPACES.

001913* PARAMETER BLOCK FOR THE SHARED WORKLIST HISTORY WRITER
001916     COPY 'WLHIST'.

001917* THE CORRESPONDENCE LOG ROW, WRITTEN THROUGH DCI8BCLG
001918     COPY 'CORRLOG'.

001920 PROCEDURE DIVISION.

001930 0000-MAINLINE.
002290             GO TO 2000-NOT-FOUND
002300     END-READ.

002305     PERFORM 2300-LOG-RETURN THRU 2300-EXIT.

002310     IF AF-GONEAWAY-FLAG = 'G' THEN
002320         MOVE AF-ACCTNO TO DL-ACCTNO
002330         MOVE AF-SNAME TO DL-SNAME
002820     WRITE ACCTHIST-REC
002830         INVALID KEY
002840             CONTINUE
002843         NOT INVALID KEY
002846             PERFORM 8600-SEAL-HIST-ROW THRU 8600-EXIT
002850     END-WRITE.

002860 2100-EXIT.
003080             GO TO 2200-EXIT
003090     END-WRITE.

003092     MOVE 'L' TO WH-EVENT.
003095     MOVE SPACES TO WH-PREV-COLLECTOR.
003097     PERFORM 8400-WRITE-HISTORY THRU 8400-EXIT.

003100 2200-EXIT.
003110     EXIT.

003111*-----------------------------------------------------------------
003112* 2300-LOG-RETURN RECORDS THE RETURNED ITEM ON THE CORRESPONDENCE
003113* LOG AGAINST THE ADDRESS THE POST CAME BACK FROM - THE ADDRESS
003114* ON FILE BEFORE ANY TRACE CHANGES IT. AN ACCOUNT ALREADY MARKED
003115* GONE AWAY STILL GETS ITS ROW; EVERY ITEM BACK IS A FACT
003116*-----------------------------------------------------------------
003117 2300-LOG-RETURN.

003118     MOVE SPACES TO CORRLOG-REC.
003119     MOVE 0 TO CL-RUN-DATE CL-RUN-TIME CL-SEQNO.
003120     MOVE AF-ACCTNO TO CL-ACCTNO.
003121     MOVE 'RTNM' TO CL-DOC-TYPE.
003122     MOVE 'GONE AWAY' TO CL-DOC-REF.
003123     MOVE 'DCI8BGON' TO CL-JOBNAME.
003124     MOVE 'P' TO CL-CHANNEL.
003125     MOVE AF-TITL TO CL-TITL.
003126     MOVE AF-FNAME TO CL-FNAME.
003127     MOVE AF-SNAME TO CL-SNAME.

003128     IF AF-MAIL-ADDR1 NOT = SPACES OR
003129        AF-MAIL-ADDR2 NOT = SPACES THEN
003130         MOVE AF-MAIL-ADDR1 TO CL-ADDR1
003131         MOVE AF-MAIL-ADDR2 TO CL-ADDR2
003132     ELSE
003133         MOVE AF-ADDR1 TO CL-ADDR1
003134         MOVE AF-ADDR2 TO CL-ADDR2
003135     END-IF.

003136     MOVE 'N' TO CL-SUPP-FLAG.
003137     CALL 'DCI8BCLG' USING CORRLOG-REC.

003138 2300-EXIT.
003139     EXIT.

003141 9000-TERMINATE.

003143     DISPLAY 'DCI8BGON - RETURNED-MAIL IMPORT - RUN SUMMARY'.
003145     DISPLAY 'ROWS READ        : ' WS-READ-COUNT.
003150     DISPLAY 'ACCOUNTS FLAGGED : ' WS-FLAGGED-COUNT.
003160     DISPLAY 'ALREADY FLAGGED  : ' WS-ALREADY-COUNT.
003170     DISPLAY 'NOT ON FILE      : ' WS-NOTFND-COUNT.
003230 9000-EXIT.
003240     EXIT.

003241*-----------------------------------------------------------------
003242* 8600 - THE ACCTHIST ROW JUST WRITTEN JOINS ITS ACCOUNT'S
003243* HASH CHAIN: DCI8BHCN GIVES IT THE NEXT POSITION AND ITS
003244* HASHES (ALL ZERO, LEAVING IT UNSEALED, IF HASHCHN IS DOWN)
003245* AND THE ROW IS REWRITTEN WITH THEM
003246*-----------------------------------------------------------------
003247 8600-SEAL-HIST-ROW.

003248     MOVE 'S' TO CP-FUNCTION.
003249     MOVE 'H' TO CP-FILE.
003250     MOVE 'DCI8BGON' TO CP-JOBNAME.
003251     MOVE ACCTHIST-REC TO CP-ROW.
003252     CALL 'DCI8BHCN' USING CHAINPRM.

003253     MOVE CP-CHAIN-NO TO AH-CHAIN-NO.
003254     MOVE CP-PREV-HASH TO AH-CHAIN-PREV.
003255     MOVE CP-HASH TO AH-CHAIN-HASH.
003256     REWRITE ACCTHIST-REC.

003257 8600-EXIT.
003258     EXIT.

003259*-----------------------------------------------------------------
003260* 8100/8200 WRITE THIS RUN'S START AND END ROWS TO THE COMMON
003270* RUN JOURNAL - OPENED EXTEND AND CLOSED AROUND EACH ROW SO AN
003280* ABEND IN THE BODY OF THE JOB NEVER LOSES THE START ROW
003290*-----------------------------------------------------------------
003300 8100-WRITE-JRNL-START.

003301*    A PREDECESSOR NOT YET ENDED CLEAN TODAY (JOBDEPS) STOPS
003302*    THE RUN HERE, BEFORE IT HAS TOUCHED ANYTHING
003303     MOVE 'DCI8BGON' TO JG-JOBNAME.
003304     CALL 'DCI8BJGT' USING JOBGATE.
003305     IF JG-RC-BLOCKED THEN
003306         MOVE JG-BLOCKED-RC TO RETURN-CODE
003307         STOP RUN
003308     END-IF.

003310     MOVE 'DCI8BGON' TO JR-JOBNAME.
003320     MOVE 'S' TO JR-ROW-TYPE.
003330     MOVE 0 TO JR-READ-COUNT JR-WRITTEN-COUNT
003560 8300-EXIT.
003570     EXIT.

003571*-----------------------------------------------------------------
003572* 8400-WRITE-HISTORY - THE CURRENT WORKLIST RECORD TO THE WLHIST
003573* HISTORY THROUGH DCI8BWLH. THE CALLER SETS WH-EVENT AND
003574* WH-PREV-COLLECTOR FIRST
003575*-----------------------------------------------------------------
003576 8400-WRITE-HISTORY.

003577     MOVE WL-ACCTNO TO WH-ACCTNO.
003578     MOVE 0 TO WH-DATE.
003579     MOVE 0 TO WH-TIME.
003580     MOVE WL-DISPOSITION TO WH-DISPOSITION.
003581     MOVE WL-FOLLOWUP-DATE TO WH-FOLLOWUP-DATE.
003582     MOVE WL-SEVERITY TO WH-SEVERITY.
003583     MOVE WL-COLLECTOR TO WH-COLLECTOR.
003584     MOVE WL-PROMISE-AMT TO WH-PROMISE-AMT.
003585     MOVE WL-PROMISE-DATE TO WH-PROMISE-DATE.
003586     MOVE 'DCI8BGON' TO WH-USERID.
003587     MOVE 'BAT' TO WH-TRMID.
003588     CALL 'DCI8BWLH' USING WLHIST-REC.

003589 8400-EXIT.
003590     EXIT.

003600 END PROGRAM DCI8BGON.
