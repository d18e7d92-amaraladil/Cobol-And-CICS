000180*                 END - SEE THE DCI8BMCV ONE-TIME CONVERSION
000181* 2026-09-02 AA   ADDED CA-FINAL-BAL (SETTLED FIGURE AT CLOSURE)
000182*                 TO THE CLOSEACCT RECORD LAYOUT
000183* 2026-10-06 AA   THE RUN NOW PASSES THE JOBDEPS PREREQUISITE
000184*                 GATE (DCI8BJGT) BEFORE ITS START ROW AND
000185*                 STOPS WITH RETURN CODE 12 WHEN A
000186*                 PREDECESSOR HAS NOT ENDED CLEAN TODAY
000187* 2026-10-08 AA   ERASED ACCTHIST ROWS ARE RESEALED INTO THEIR
000188*                 HASH CHAIN (ONLY WHERE THE OLD SEAL STILL
000189*                 PROVED) AND THE ACCOUNT'S HASHCHN HEAD IS
000190*                 TOLD (DCI8BHCN)
000191* 2026-10-15 AA   CLOSEACCT NOW CARRIES THE MAIL ADDRESS, E-MAIL
000192*                 AND CONTACT FLAGS AT CLOSURE - THE MAIL ADDRESS
000193*                 AND E-MAIL ARE ERASED WITH THE REST
000195*-----------------------------------------------------------------
000197*****************************************************************
000200* RETENTION POLICY SAYS PERSONAL DATA GOES N DAYS (SEVEN YEARS
000210* ON THE PRODUCTION CARD) AFTER CLOSURE. THIS JOB READS THE
000220* RETPARM CARD FOR THE RETENTION THRESHOLD IN DAYS, ASKS THE
000830         10  CA-CLS-DATE         PIC S9(7) COMP-3.
000840         10  CA-CLS-TIME         PIC S9(7) COMP-3.
000842     05  CA-FINAL-BAL            PIC S9(08)V99 COMP-3.
000843     05  CA-MAIL-ADDR1           PIC X(20).
000844     05  CA-MAIL-ADDR2           PIC X(20).
000845     05  CA-EMAIL                PIC X(30).
000846     05  CA-CONTACT-PREF         PIC X(01).
000847     05  CA-GONEAWAY-FLAG        PIC X(01).
000848     05  CA-ESTATE-FLAG          PIC X(01).

000850 FD  ACCTHIST-FILE
000860     LABEL RECORDS ARE STANDARD.
001070         10  AH-CHG-TRMID        PIC X(04).
001080         10  AH-CHG-DATE         PIC S9(7) COMP-3.
001090         10  AH-CHG-TIME         PIC S9(7) COMP-3.
001091     05  AH-EVENT-TYPE           PIC X(01).
001092     05  AH-CHAIN-INFO.
001093         88  AH-CHAIN-UNSEALED   VALUES LOW-VALUES SPACES.
001094         10  AH-CHAIN-NO         PIC 9(09) COMP.
001095         10  AH-CHAIN-PREV       PIC 9(18) COMP.
001096         10  AH-CHAIN-HASH       PIC 9(18) COMP.

001101*-----------------------------------------------------------------
001102* ACCTNOTE - FREE-TEXT NOTES SURVIVE CLOSURE, SO THEY FALL
001330 77  WS-JOURNAL-STATUS       PIC X(02) VALUE SPACES.
001340 77  WS-JRNL-TIME-RAW        PIC 9(08) VALUE 0.

001345     COPY 'JOBGATE'.

001350 77  WS-PARM-STATUS          PIC X(02) VALUE SPACES.
001360 77  WS-CLOSEACCT-STATUS     PIC X(02) VALUE SPACES.
001370 77  WS-ACCTHIST-STATUS      PIC X(02) VALUE SPACES.
001500     05  WS-HIST-COUNT       PIC 9(07) COMP-3 VALUE 0.
001502     05  WS-NOTE-COUNT       PIC 9(07) COMP-3 VALUE 0.
001510     05  WS-REC-HIST-COUNT   PIC 9(05) COMP-3 VALUE 0.
001513     05  WS-RESEAL-COUNT     PIC 9(07) COMP-3 VALUE 0.
001516     05  WS-UNPROVED-COUNT   PIC 9(07) COMP-3 VALUE 0.

001520 77  WS-RETAIN-CUTOFF        PIC S9(7) COMP-3 VALUE 0.
001530 77  WS-RUN-DATE             PIC 9(07) VALUE 0.

001600     COPY 'DATEPARM'.

001601*-----------------------------------------------------------------
001602* THE ERASURE CHANGES SEALED ACCTHIST ROWS, SO EACH IS RESEALED
001603* IN CHAIN ORDER (KEY ORDER ON ACCTHIST) BEHIND THE ROW BEFORE
001604* IT - BUT ONLY WHEN ITS OLD SEAL STILL PROVED, AND RELINKED TO
001605* THAT ROW'S NEW HASH ONLY WHERE IT WAS LINKED TO ITS OLD ONE.
001606* AN ERASURE THEREFORE NEVER PAPERS OVER A ROW ALREADY ALTERED,
001607* REMOVED OR SLIPPED IN - DCI8BCHV STILL SEES IT
001608*-----------------------------------------------------------------
001609 77  WS-SEAL-LAST-NO         PIC 9(09) COMP VALUE 0.
001610 77  WS-SEAL-OLD-HASH        PIC 9(18) COMP VALUE 0.
001611 77  WS-SEAL-NEW-HASH        PIC 9(18) COMP VALUE 0.
001612 77  WS-SEAL-NEW-PREV        PIC 9(18) COMP VALUE 0.
001613 77  WS-SEAL-PROVED-SW       PIC X(01) VALUE 'N'.
001614     88  WS-SEAL-PROVED              VALUE 'Y'.

001615* PARAMETER BLOCK FOR THE HASH CHAIN SERVICES
001616     COPY 'CHAINPRM'.

001618 01  WS-REPORT-HEADING1.
001620     05  FILLER PIC X(80) VALUE
001630         'DCI8BRET - CERTIFICATE OF PERSONAL-DATA DESTRUCTION'.

002720     MOVE SPACES TO CA-TITL.
002730     MOVE SPACES TO CA-ADDR1.
002740     MOVE SPACES TO CA-ADDR2.
002741     MOVE SPACES TO CA-MAIL-ADDR1.
002742     MOVE SPACES TO CA-MAIL-ADDR2.
002743     MOVE SPACES TO CA-EMAIL.
002750     REWRITE CLOSEACCT-REC.

002760     MOVE 0 TO WS-REC-HIST-COUNT.
002930 3000-ERASE-HISTORY.

002940     MOVE 'N' TO WS-HIST-EOF-SW.
002943     MOVE 0 TO WS-SEAL-LAST-NO WS-SEAL-OLD-HASH
002946         WS-SEAL-NEW-HASH.
002950     MOVE CA-ACCTNO TO AH-ACCTNO.
002960     MOVE 0 TO AH-SEQNO.
002970     START ACCTHIST-FILE KEY IS NOT LESS THAN AH-KEY
003010     PERFORM 3100-ERASE-ONE-ROW THRU 3100-EXIT
003020         UNTIL WS-HIST-EOF-YES.

003022     IF WS-SEAL-LAST-NO > 0 THEN
003025         PERFORM 3300-MARK-RESEALED THRU 3300-EXIT
003027     END-IF.

003030 3000-EXIT.
003040     EXIT.

003130         GO TO 3100-EXIT
003140     END-IF.

003142     IF NOT AH-CHAIN-UNSEALED AND AH-CHAIN-NO > 0 THEN
003145         PERFORM 3200-PROVE-OLD-SEAL THRU 3200-EXIT
003147     END-IF.

003150     MOVE WS-ERASED-MARK TO AH-FNAME.
003160     MOVE WS-ERASED-MARK TO AH-SNAME.
003170     MOVE SPACES TO AH-TITL.
003190     MOVE SPACES TO AH-ADDR2.
003200     MOVE WS-ERASED-MARK TO AH-AFTER-FNAME.
003210     MOVE WS-ERASED-MARK TO AH-AFTER-SNAME.
003211     MOVE SPACES TO AH-AFTER-TITL.
003212     MOVE SPACES TO AH-AFTER-ADDR1.
003213     MOVE SPACES TO AH-AFTER-ADDR2.
003214     IF NOT AH-CHAIN-UNSEALED AND AH-CHAIN-NO > 0 THEN
003215         PERFORM 3250-RESEAL-ROW THRU 3250-EXIT
003216     END-IF.
003217     REWRITE ACCTHIST-REC.

003218     ADD 1 TO WS-REC-HIST-COUNT.
003219     ADD 1 TO WS-HIST-COUNT.

003220 3100-EXIT.
003221     EXIT.

003222*-----------------------------------------------------------------
003223* 3200-PROVE-OLD-SEAL RECOMPUTES THE SEALED ROW'S HASH AS IT
003224* STANDS BEFORE THE ERASURE, AND WORKS OUT WHAT IT WILL LINK TO
003225* AFTER
003226*-----------------------------------------------------------------
003227 3200-PROVE-OLD-SEAL.

003228     MOVE 'H' TO CP-FILE.
003229     MOVE ACCTHIST-REC TO CP-ROW.
003230     MOVE AH-CHAIN-NO TO CP-CHAIN-NO.
003231     MOVE AH-CHAIN-PREV TO CP-PREV-HASH.
003232     CALL 'DCI8BHSH' USING CHAINPRM.

003233     IF CP-HASH = AH-CHAIN-HASH THEN
003234         MOVE 'Y' TO WS-SEAL-PROVED-SW
003235     ELSE
003236         MOVE 'N' TO WS-SEAL-PROVED-SW
003237         ADD 1 TO WS-UNPROVED-COUNT
003238     END-IF.

003239     IF WS-SEAL-LAST-NO > 0 AND
003240             AH-CHAIN-NO = WS-SEAL-LAST-NO + 1 AND
003241             AH-CHAIN-PREV = WS-SEAL-OLD-HASH THEN
003242         MOVE WS-SEAL-NEW-HASH TO WS-SEAL-NEW-PREV
003243     ELSE
003244         MOVE AH-CHAIN-PREV TO WS-SEAL-NEW-PREV
003245     END-IF.

003246 3200-EXIT.
003247     EXIT.

003248*-----------------------------------------------------------------
003249* 3250-RESEAL-ROW HASHES THE ERASED ROW BEHIND ITS NEW LINK - A
003250* ROW WHOSE OLD SEAL DID NOT PROVE KEEPS IT, AND STILL FAILS
003251*-----------------------------------------------------------------
003252 3250-RESEAL-ROW.

003253     MOVE AH-CHAIN-NO TO WS-SEAL-LAST-NO.
003254     MOVE AH-CHAIN-HASH TO WS-SEAL-OLD-HASH.

003255     IF NOT WS-SEAL-PROVED THEN
003256         MOVE AH-CHAIN-HASH TO WS-SEAL-NEW-HASH
003257         GO TO 3250-EXIT
003258     END-IF.

003259     MOVE 'H' TO CP-FILE.
003260     MOVE ACCTHIST-REC TO CP-ROW.
003261     MOVE AH-CHAIN-NO TO CP-CHAIN-NO.
003262     MOVE WS-SEAL-NEW-PREV TO CP-PREV-HASH.
003263     CALL 'DCI8BHSH' USING CHAINPRM.

003264     MOVE WS-SEAL-NEW-PREV TO AH-CHAIN-PREV.
003265     MOVE CP-HASH TO AH-CHAIN-HASH.
003266     MOVE CP-HASH TO WS-SEAL-NEW-HASH.
003267     ADD 1 TO WS-RESEAL-COUNT.

003268 3250-EXIT.
003269     EXIT.

003270*-----------------------------------------------------------------
003271* 3300-MARK-RESEALED HANDS THE NEWEST ROW'S NEW HASH TO THE
003272* ACCOUNT'S HASHCHN HEAD, STAMPED WITH THIS JOB'S NAME
003273*-----------------------------------------------------------------
003274 3300-MARK-RESEALED.

003275     MOVE 'R' TO CP-FUNCTION.
003276     MOVE 'H' TO CP-FILE.
003277     MOVE 'DCI8BRET' TO CP-JOBNAME.
003278     MOVE SPACES TO CP-ROW.
003279     MOVE CA-ACCTNO TO CP-ROW(1:9).
003280     MOVE WS-SEAL-LAST-NO TO CP-CHAIN-NO.
003281     MOVE WS-SEAL-NEW-HASH TO CP-HASH.
003282     CALL 'DCI8BHCN' USING CHAINPRM.

003283 3300-EXIT.
003284     EXIT.

003292*-----------------------------------------------------------------
003293* 3500-ERASE-NOTES SCRUBS THE FREE TEXT OFF EVERY NOTE FOR THE
003380     DISPLAY 'ALREADY ERASED   : ' WS-SKIPPED-COUNT.
003390     DISPLAY 'HIST ROWS ERASED : ' WS-HIST-COUNT.
003392     DISPLAY 'NOTES ERASED     : ' WS-NOTE-COUNT.
003394     DISPLAY 'HIST RESEALED    : ' WS-RESEAL-COUNT.
003397     DISPLAY 'SEAL NOT PROVED  : ' WS-UNPROVED-COUNT.

003400     CLOSE PARM-FILE.
003410     CLOSE CLOSEACCT-FILE.
003500*-----------------------------------------------------------------
003510 8100-WRITE-JRNL-START.

003511*    A PREDECESSOR NOT YET ENDED CLEAN TODAY (JOBDEPS) STOPS
003512*    THE RUN HERE, BEFORE IT HAS TOUCHED ANYTHING
003513     MOVE 'DCI8BRET' TO JG-JOBNAME.
003514     CALL 'DCI8BJGT' USING JOBGATE.
003515     IF JG-RC-BLOCKED THEN
003516         MOVE JG-BLOCKED-RC TO RETURN-CODE
003517         STOP RUN
003518     END-IF.

003520     MOVE 'DCI8BRET' TO JR-JOBNAME.
003530     MOVE 'S' TO JR-ROW-TYPE.
003540     MOVE 0 TO JR-READ-COUNT JR-WRITTEN-COUNT
