       IDENTIFICATION DIVISION.
       PROGRAM-ID. DCI8DPHE.
       AUTHOR. AMAR AL-ADIL.

      *****************************************************************
      * CARD PLASTIC SCREEN (TRAN I8DC) - THE CARDS HANGING OFF ONE
      * ACCOUNT, OFF THE CARDREC REGISTER. REACHED BY PF3 FROM THE
      * DCI8DPGR INQUIRY WITH THE 9-BYTE ACCOUNT COMMAREA, OR BY
      * KEYING THE ACCOUNT HERE. ENTER LISTS THE ACCOUNT'S PLASTICS
      * THROUGH THE CARDACCT ALTERNATE PATH. PF5 ISSUES A NEW CARD
      * TO THE KEYED HOLDER - 00 THE PRIMARY, OTHERWISE THE RELPARTY
      * SEQUENCE OF AN AUTHORIZED USER (ROLE 'A'). PF6 BLOCKS THE
      * KEYED CARD NUMBER LOST ('L') OR STOLEN ('S') - EVERY LIVE
      * PLASTIC UNDER THAT NUMBER, THE RENEWAL TOO. PF7 BLOCKS IT
      * THE SAME WAY IF IT IS STILL LIVE AND ORDERS THE REPLACEMENT
      * ON A NEW NUMBER. NEW AND REPLACEMENT PLASTICS WAIT 'P' FOR
      * THE DCI8BCRI RUN TO SEND THEM TO THE EMBOSSER. BLOCKING IS
      * OPEN TO EVERY OPERATOR (CARDBLOK); ISSUING AND REPLACING
      * NEED THE CARDISSU FUNCTION. PF3 RETURNS TO THE INQUIRY, PF9
      * TO THE MENU
      *****************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.

      * COPY CARD PLASTIC MAP LAYOUT
       COPY 'DCI8DNE'.

      * COPY CARD PLASTIC RECORD LAYOUT
       COPY 'CARDREC'.

      * COPY ACCTFILE AND RELATED-PARTY LAYOUTS - THE HOLDER A CARD
      * IS ISSUED TO MUST BE THE PRIMARY OR AN AUTHORIZED USER
       COPY 'ACCTREC'.
       COPY 'RELPARTY'.

      * COPY OPERATOR AUTHORIZATION RECORD LAYOUT - READ FOR THE
      * OPERATOR'S CLASS AHEAD OF THE FUNCTION CHECKS
       COPY 'OPERREC'.

      * COPY SYSTEM CONTROL RECORD LAYOUT - THE NEXTCARD SERIAL
       COPY 'ACCTCTL'.

       01 WS-MESSAGE  PIC X(60) VALUE SPACES.

       01 WS-RESP               PIC S9(8) COMP.

       01 WS-COMMAREA.
           05 WS-CA-FILLER          PIC X(03) VALUE SPACES.

       01 WS-COMMAREA-LENGTH    PIC S9(4) COMP VALUE 3.

       01 WS-MENU-COMMAREA        PIC X(3) VALUE SPACES.
       01 WS-MENU-COMMAREA-LEN    PIC S9(4) COMP VALUE 3.

      * THE ACCOUNT HANDED OVER BY DCI8DPGR'S PF3
       01 WS-INQ-ACCTNO         PIC X(09) VALUE SPACES.

      * LIST BUILD AREA - ONE LINE PER PLASTIC, SIX TO A SCREEN
       01 WS-LIST-LINE.
           05 LL-CARDNO         PIC X(16).
           05 FILLER            PIC X(1) VALUE SPACES.
           05 LL-EXPIRY         PIC X(5).
           05 FILLER            PIC X(1) VALUE SPACES.
           05 LL-STATUS         PIC X(9).
           05 FILLER            PIC X(1) VALUE SPACES.
           05 LL-HSEQ           PIC 9(2).
           05 FILLER            PIC X(1) VALUE SPACES.
           05 LL-NAME           PIC X(26).
           05 FILLER            PIC X(1) VALUE SPACES.
           05 LL-EMBOSS         PIC X(7).

       77 WS-LIST-COUNT         PIC S9(4) COMP VALUE 0.
       77 WS-LIST-EOF           PIC X(01) VALUE 'N'.

      * MIRROR KEY FOR THE CARDACCT ALTERNATE PATH BROWSE
       01 WS-CARDACCT-KEY       PIC X(09) VALUE SPACES.

      * EXPIRY WORK - YYYYMM SPLIT FOR THE MM/YY DISPLAY
       01 WS-EXPIRY-WORK.
           05 WS-EXP-YYYY       PIC 9(04).
           05 WS-EXP-MM         PIC 9(02).
       01 WS-EXPIRY-NUM REDEFINES WS-EXPIRY-WORK PIC 9(06).

      * TODAY'S YYYYMMDD OFF FORMATTIME - A NEW PLASTIC RUNS THREE
      * YEARS TO THE END OF THIS MONTH
       77 WS-ABSTIME            PIC S9(15) COMP-3 VALUE 0.
       01 WS-TODAY-YMD.
           05 WS-TODAY-YYYYMM   PIC 9(06).
           05 WS-TODAY-DD       PIC 9(02).
       77 WS-NEW-EXPIRY         PIC 9(06) VALUE 0.

      * EVERY PLASTIC UNDER THE KEYED NUMBER - SEE 300-GATHER-
      * PLASTICS. THE LAST ONE GATHERED IS THE NEWEST (HIGHEST
      * EXPIRY) AND CARRIES ANY REPLACEMENT POINTER
       01 WS-PLASTICS.
           05 WS-PL-ENTRY OCCURS 6 TIMES.
               10 WS-PL-KEY         PIC X(22).
               10 WS-PL-STATUS      PIC X(01).
       77 WS-PL-COUNT           PIC S9(4) COMP VALUE 0.
       77 WS-PL-LIVE            PIC S9(4) COMP VALUE 0.
       77 WS-PL-SUB             PIC S9(4) COMP VALUE 0.
       77 WS-PL-EOF             PIC X(01) VALUE 'N'.
       01 WS-KEYED-CARDNO       PIC X(16) VALUE SPACES.
       01 WS-BLOCK-STATUS       PIC X(01) VALUE SPACE.

      * THE NEWEST PLASTIC'S DETAILS, KEPT FOR THE REPLACEMENT
       01 WS-LATEST-KEY         PIC X(22) VALUE SPACES.
       01 WS-LATEST-ACCTNO      PIC X(09) VALUE SPACES.
       77 WS-LATEST-HSEQ        PIC 9(02) VALUE 0.
       01 WS-LATEST-NAME        PIC X(26) VALUE SPACES.
       01 WS-LATEST-NEXT        PIC X(16) VALUE SPACES.

      * NEW-ISSUE WORK - THE HOLDER AND THE NAME TO EMBOSS
       77 WS-HSEQ-NUM           PIC 9(02) VALUE 0.
       01 WS-EMBOSS-NAME        PIC X(26) VALUE SPACES.
       01 WS-ISSUE-REASON       PIC X(01) VALUE SPACE.
       01 WS-PRIOR-KEY          PIC X(22) VALUE SPACES.
       77 WS-ISSUE-OK-SW        PIC X(01) VALUE 'N'.

      * THE DRAWN NEXTCARD SERIAL BEHIND THE ISSUER PREFIX, WITH ITS
      * LUHN CHECK DIGIT APPENDED
       01 WS-NEW-CARDNO.
           05 WS-NEW-PREFIX     PIC X(07).
           05 WS-NEW-SERIAL     PIC 9(08).
           05 WS-NEW-CHECK      PIC 9(01).

      * LUHN CHECK-DIGIT WORK FIELDS - THE DCI8DPGC SCHEME RUN OVER
      * THE 15 CARD DIGITS INSTEAD OF THE 8 ACCOUNT DIGITS
       01 WS-CKD-BASE          PIC X(15).
       01 WS-CKD-DIGIT-X       PIC X(01).
       01 WS-CKD-DIGIT REDEFINES WS-CKD-DIGIT-X PIC 9(01).
       77 WS-CKD-SUB           PIC S9(4) COMP VALUE 0.
       77 WS-CKD-HALF          PIC S9(4) COMP VALUE 0.
       77 WS-CKD-ODD           PIC S9(4) COMP VALUE 0.
       77 WS-CKD-PROD          PIC 9(02) VALUE 0.
       77 WS-CKD-SUM           PIC 9(03) VALUE 0.
       77 WS-CKD-Q             PIC 9(03) VALUE 0.
       77 WS-CKD-REM           PIC 9(02) VALUE 0.
       77 WS-CKD-EXPECT        PIC 9(01) VALUE 0.

      * COMMAREA SHAPE SHARED WITH DCI8DPGH, THE FUNCTION-AUTHORITY
      * CHECKER
       01 WS-FUNCAUTH-CA.
           05 FH-OPER-ID         PIC X(3).
           05 FH-CLASS           PIC X(1).
           05 FH-FUNCTION        PIC X(8).
           05 FH-DEFAULT         PIC X(1).
           05 FH-ALLOW           PIC X(1).

       01 WS-FUNCAUTH-CA-LEN    PIC S9(4) COMP VALUE +14.
       01 WS-FH-RESP            PIC S9(8) COMP.

       01 WS-LAST-PARA          PIC X(20) VALUE SPACES.

      * COMMAREA SHAPE SHARED WITH DCI8DPGZ, THE UNHANDLED-CONDITION
      * LOGGER
       01 WS-ERRLOG-CA.
           05 EL-TRANID          PIC X(4).
           05 EL-PROGRAM         PIC X(8) VALUE 'DCI8DPHE'.
           05 EL-PARAGRAPH       PIC X(20).
           05 EL-RESP            PIC S9(8) COMP.
           05 EL-RESP2           PIC S9(8) COMP.
           05 EL-MESSAGE         PIC X(60).

       01 WS-ERRLOG-CA-LEN      PIC S9(4) COMP VALUE +100.

       LINKAGE SECTION.

       01 DFHCOMMAREA PIC X(9).

       PROCEDURE DIVISION.

       000-START-LOGIC.

      * ENTERED FROM DCI8DPGR'S PF3 WITH THE ACCOUNT ON SHOW - PAINT
      * THE SCREEN WITH THAT ACCOUNT'S PLASTICS
           IF EIBCALEN = 9 THEN
                GO TO 105-FROM-INQUIRY
           END-IF.

           IF EIBCALEN = 0 THEN
                GO TO 110-PAINT-BLANK
           END-IF.

           EXEC CICS HANDLE AID
                PF3(450-JUMP-INQUIRY)
                PF5(400-ISSUE-CARD)
                PF6(500-BLOCK-CARD)
                PF7(520-REPLACE-CARD)
                PF9(999-EXIT)
           END-EXEC.

           EXEC CICS HANDLE CONDITION
                MAPFAIL(110-PAINT-BLANK)
                ERROR(999-UNHANDLED-ERROR)
           END-EXEC.

           EXEC CICS RECEIVE
                MAP('MAPNE')
                MAPSET('DCI8DNE')
           END-EXEC.

           GO TO 200-SHOW-CARDS.

       105-FROM-INQUIRY.

           MOVE '105-FROM-INQUIRY' TO WS-LAST-PARA.

           EXEC CICS HANDLE CONDITION
                ERROR(999-UNHANDLED-ERROR)
           END-EXEC.

           MOVE DFHCOMMAREA TO WS-INQ-ACCTNO.
           MOVE WS-INQ-ACCTNO TO ACCTNO.

           GO TO 220-PAINT-CARDS.

       110-PAINT-BLANK.

           MOVE '110-PAINT-BLANK' TO WS-LAST-PARA.

           MOVE LOW-VALUES TO MAPNEO.
           MOVE 'KEY THE ACCOUNT NUMBER AND PRESS ENTER' TO MSGO.

           EXEC CICS SEND
               MAP('MAPNE')
               MAPSET('DCI8DNE')
               ERASE
           END-EXEC.

           PERFORM 990-RETURN THRU 990-RETURN-EXIT.

      * ENTER - LIST THE KEYED ACCOUNT'S PLASTICS
       200-SHOW-CARDS.

           MOVE '200-SHOW-CARDS' TO WS-LAST-PARA.

           IF ACCTNOL = 0 OR ACCTNOI = SPACES THEN
                MOVE 'KEY THE ACCOUNT NUMBER FIRST' TO WS-MESSAGE
                GO TO 999-ERROR-MSG-RETURN
           END-IF.

           MOVE ACCTNOI TO ACCTNO.

      * ALSO THE LANDING POINT AFTER EVERY SUCCESSFUL PF KEY, WITH
      * WS-MESSAGE ALREADY SAYING WHAT WAS DONE
       220-PAINT-CARDS.

           MOVE '220-PAINT-CARDS' TO WS-LAST-PARA.

           EXEC CICS READ
                FILE('ACCTFILE')
                INTO(ACCTREC)
                LENGTH(ACCTREC-LEN)
                RIDFLD(ACCTKEY)
                RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP NOT = DFHRESP(NORMAL) THEN
                MOVE 'ACCOUNT NOT ON ACCTFILE' TO WS-MESSAGE
                GO TO 999-ERROR-MSG-RETURN
           END-IF.

           MOVE LOW-VALUES TO MAPNEO.
           MOVE ACCTNO TO ACCTNOO.

           STRING 'PRIMARY ' TITL ' ' FNAME ' ' SNAME
                ' STATUS ' STAT
                DELIMITED BY SIZE INTO HOLDLNO.

           PERFORM 230-LIST-CARDS THRU 230-LIST-EXIT.

           IF WS-MESSAGE NOT = SPACES THEN
                MOVE WS-MESSAGE TO MSGO
           ELSE IF WS-LIST-COUNT = 0 THEN
                MOVE 'NO CARDS ON FILE - KEY HOLDER SEQ, PF5 ISSUES'
                     TO MSGO
           ELSE
                MOVE 'PF5 ISSUE  PF6 BLOCK  PF7 BLOCK AND REPLACE'
                     TO MSGO
                END-IF
           END-IF.

           EXEC CICS SEND
                MAP('MAPNE')
                MAPSET('DCI8DNE')
                ERASE
           END-EXEC.

           PERFORM 990-RETURN THRU 990-RETURN-EXIT.

       230-LIST-CARDS.

           MOVE 0 TO WS-LIST-COUNT.
           MOVE 'N' TO WS-LIST-EOF.
           MOVE ACCTNO TO WS-CARDACCT-KEY.

           EXEC CICS STARTBR
                FILE('CARDACCT')
                RIDFLD(WS-CARDACCT-KEY)
                GTEQ
                RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP NOT = DFHRESP(NORMAL) THEN
                GO TO 230-LIST-EXIT
           END-IF.

           PERFORM 240-LIST-ONE THRU 240-LIST-EXIT
               UNTIL WS-LIST-EOF = 'Y'
               OR WS-LIST-COUNT NOT LESS THAN 6.

           EXEC CICS ENDBR
                FILE('CARDACCT')
           END-EXEC.

       230-LIST-EXIT.
           EXIT.

      * CARDACCT IS A NON-UNIQUE PATH, SO EVERY PLASTIC BAR THE LAST
      * ON THE ACCOUNT COMES BACK DUPKEY - BOTH ARE GOOD READS
       240-LIST-ONE.

           EXEC CICS READNEXT
                FILE('CARDACCT')
                INTO(CARDREC)
                RIDFLD(WS-CARDACCT-KEY)
                LENGTH(CARDREC-LEN)
                RESP(WS-RESP)
           END-EXEC.

           IF (WS-RESP NOT = DFHRESP(NORMAL) AND
               WS-RESP NOT = DFHRESP(DUPKEY)) OR
                CD-ACCTNO NOT = ACCTNO THEN
                MOVE 'Y' TO WS-LIST-EOF
                GO TO 240-LIST-EXIT
           END-IF.

           MOVE CD-CARDNO TO LL-CARDNO.
           MOVE CD-EXPIRY TO WS-EXPIRY-NUM.
           MOVE SPACES TO LL-EXPIRY.
           STRING WS-EXP-MM '/' WS-EXP-YYYY(3:2)
                DELIMITED BY SIZE INTO LL-EXPIRY.

           IF CD-ACTIVE THEN
                MOVE 'LIVE' TO LL-STATUS
           ELSE IF CD-LOST THEN
                MOVE 'LOST' TO LL-STATUS
           ELSE IF CD-STOLEN THEN
                MOVE 'STOLEN' TO LL-STATUS
           ELSE
                MOVE 'CANCELLED' TO LL-STATUS
                END-IF
                END-IF
           END-IF.

           MOVE CD-HOLDER-SEQ TO LL-HSEQ.
           MOVE CD-EMBOSS-NAME TO LL-NAME.

           IF CD-EMBOSS-PENDING THEN
                MOVE 'PENDING' TO LL-EMBOSS
           ELSE
                MOVE 'SENT' TO LL-EMBOSS
           END-IF.

           ADD 1 TO WS-LIST-COUNT.
           IF WS-LIST-COUNT = 1 THEN
                MOVE WS-LIST-LINE TO LINE1O
           ELSE IF WS-LIST-COUNT = 2 THEN
                MOVE WS-LIST-LINE TO LINE2O
           ELSE IF WS-LIST-COUNT = 3 THEN
                MOVE WS-LIST-LINE TO LINE3O
           ELSE IF WS-LIST-COUNT = 4 THEN
                MOVE WS-LIST-LINE TO LINE4O
           ELSE IF WS-LIST-COUNT = 5 THEN
                MOVE WS-LIST-LINE TO LINE5O
           ELSE
                MOVE WS-LIST-LINE TO LINE6O
                END-IF
                END-IF
                END-IF
                END-IF
           END-IF.

       240-LIST-EXIT.
           EXIT.

      * GATHERS EVERY PLASTIC UNDER WS-KEYED-CARDNO (ALL EXPIRIES),
      * COUNTING THE LIVE ONES. LEAVES THE NEWEST IN WS-LATEST-*.
      * WS-PL-COUNT ZERO MEANS NO SUCH CARD; A CARD ON ANOTHER
      * ACCOUNT IS TREATED THE SAME WAY
       300-GATHER-PLASTICS.

           MOVE '300-GATHER-PLASTICS' TO WS-LAST-PARA.

           MOVE 0 TO WS-PL-COUNT.
           MOVE 0 TO WS-PL-LIVE.
           MOVE 'N' TO WS-PL-EOF.
           MOVE WS-KEYED-CARDNO TO CD-CARDNO.
           MOVE 0 TO CD-EXPIRY.

           EXEC CICS STARTBR
                FILE('CARDREC')
                RIDFLD(CD-KEY)
                GTEQ
                RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP NOT = DFHRESP(NORMAL) THEN
                GO TO 300-GATHER-EXIT
           END-IF.

           PERFORM 310-GATHER-ONE THRU 310-GATHER-EXIT
               UNTIL WS-PL-EOF = 'Y'
               OR WS-PL-COUNT NOT LESS THAN 6.

           EXEC CICS ENDBR
                FILE('CARDREC')
           END-EXEC.

       300-GATHER-EXIT.
           EXIT.

       310-GATHER-ONE.

           EXEC CICS READNEXT
                FILE('CARDREC')
                INTO(CARDREC)
                RIDFLD(CD-KEY)
                LENGTH(CARDREC-LEN)
                RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP NOT = DFHRESP(NORMAL) OR
                CD-CARDNO NOT = WS-KEYED-CARDNO THEN
                MOVE 'Y' TO WS-PL-EOF
                GO TO 310-GATHER-EXIT
           END-IF.

           IF CD-ACCTNO NOT = ACCTNO THEN
                MOVE 0 TO WS-PL-COUNT
                MOVE 'Y' TO WS-PL-EOF
                GO TO 310-GATHER-EXIT
           END-IF.

           ADD 1 TO WS-PL-COUNT.
           MOVE CD-KEY TO WS-PL-KEY(WS-PL-COUNT).
           MOVE CD-STATUS TO WS-PL-STATUS(WS-PL-COUNT).
           IF CD-ACTIVE THEN
                ADD 1 TO WS-PL-LIVE
           END-IF.

           MOVE CD-KEY TO WS-LATEST-KEY.
           MOVE CD-ACCTNO TO WS-LATEST-ACCTNO.
           MOVE CD-HOLDER-SEQ TO WS-LATEST-HSEQ.
           MOVE CD-EMBOSS-NAME TO WS-LATEST-NAME.
           MOVE CD-NEXT-CARDNO TO WS-LATEST-NEXT.

       310-GATHER-EXIT.
           EXIT.

      * STAMPS WS-BLOCK-STATUS ON EVERY LIVE PLASTIC GATHERED BY
      * 300 - A RENEWAL ALREADY SENT UNDER THE SAME NUMBER IS JUST
      * AS COMPROMISED AS THE CARD IN THE CUSTOMER'S HAND
       320-BLOCK-ONE.

           IF WS-PL-STATUS(WS-PL-SUB) NOT = 'A' THEN
                GO TO 320-BLOCK-EXIT
           END-IF.

           MOVE WS-PL-KEY(WS-PL-SUB) TO CD-KEY.

           EXEC CICS READ
                FILE('CARDREC')
                INTO(CARDREC)
                LENGTH(CARDREC-LEN)
                RIDFLD(CD-KEY)
                UPDATE
           END-EXEC.

           MOVE WS-BLOCK-STATUS TO CD-STATUS.
           MOVE EIBUSERID TO CD-BLK-USERID.
           MOVE EIBTRMID TO CD-BLK-TRMID.
           MOVE EIBDATE TO CD-BLK-DATE.
           MOVE EIBTIME TO CD-BLK-TIME.

           EXEC CICS REWRITE
                FILE('CARDREC')
                FROM(CARDREC)
                LENGTH(CARDREC-LEN)
           END-EXEC.

       320-BLOCK-EXIT.
           EXIT.

      * PF5 - ISSUE A NEW CARD TO THE KEYED HOLDER ON A LIVE,
      * UNFROZEN ACCOUNT. ONE LIVE CARD PER HOLDER PER ACCOUNT
       400-ISSUE-CARD.

           MOVE '400-ISSUE-CARD' TO WS-LAST-PARA.

           EXEC CICS HANDLE CONDITION
                MAPFAIL(110-PAINT-BLANK)
                ERROR(999-UNHANDLED-ERROR)
           END-EXEC.

           EXEC CICS RECEIVE
                MAP('MAPNE')
                MAPSET('DCI8DNE')
           END-EXEC.

           IF ACCTNOL = 0 OR ACCTNOI = SPACES THEN
                MOVE 'KEY THE ACCOUNT NUMBER FIRST' TO WS-MESSAGE
                GO TO 999-ERROR-MSG-RETURN
           END-IF.

           IF HSEQI IS NOT NUMERIC THEN
                MOVE 'HOLDER SEQ MUST BE 00 (PRIMARY) OR A PARTY SEQ'
                     TO WS-MESSAGE
                GO TO 999-ERROR-MSG-RETURN
           END-IF.
           MOVE HSEQI TO WS-HSEQ-NUM.

           MOVE 'CARDISSU' TO FH-FUNCTION.
           PERFORM 170-CHECK-AUTHORITY THRU 170-CHECK-EXIT.
           IF FH-ALLOW NOT = 'Y' THEN
                MOVE 'NOT AUTHORIZED TO ISSUE CARDS' TO WS-MESSAGE
                GO TO 999-ERROR-MSG-RETURN
           END-IF.

           MOVE ACCTNOI TO ACCTNO.

           EXEC CICS READ
                FILE('ACCTFILE')
                INTO(ACCTREC)
                LENGTH(ACCTREC-LEN)
                RIDFLD(ACCTKEY)
                RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP NOT = DFHRESP(NORMAL) THEN
                MOVE 'ACCOUNT NOT ON ACCTFILE' TO WS-MESSAGE
                GO TO 999-ERROR-MSG-RETURN
           END-IF.

           IF STAT = 'X' THEN
                MOVE 'ACCOUNT IS FROZEN - NO NEW CARD' TO WS-MESSAGE
                GO TO 999-ERROR-MSG-RETURN
           END-IF.

           IF ESTATE-DECEASED THEN
                MOVE 'ACCOUNT HOLDER DECEASED - NO NEW CARD'
                     TO WS-MESSAGE
                GO TO 999-ERROR-MSG-RETURN
           END-IF.

      * THE NAME TO EMBOSS - THE HOLDER'S OWN UNLESS ONE IS KEYED
           MOVE SPACES TO WS-EMBOSS-NAME.
           IF WS-HSEQ-NUM = 0 THEN
                STRING FNAME DELIMITED BY '  '
                     ' ' DELIMITED BY SIZE
                     SNAME DELIMITED BY '  '
                     INTO WS-EMBOSS-NAME
           ELSE
                MOVE ACCTNO TO RP-ACCTNO
                MOVE WS-HSEQ-NUM TO RP-SEQNO
                EXEC CICS READ
                     FILE('RELPARTY')
                     INTO(RELPARTY-REC)
                     LENGTH(RELPARTY-LEN)
                     RIDFLD(RP-KEY)
                     RESP(WS-RESP)
                END-EXEC
                IF WS-RESP NOT = DFHRESP(NORMAL) THEN
                     MOVE 'NO SUCH RELATED PARTY ON THIS ACCOUNT'
                          TO WS-MESSAGE
                     GO TO 999-ERROR-MSG-RETURN
                END-IF
                IF NOT RP-ROLE-AUTHORIZED THEN
                     MOVE 'ONLY AN AUTHORIZED USER (ROLE A) GETS A CARD'
                          TO WS-MESSAGE
                     GO TO 999-ERROR-MSG-RETURN
                END-IF
                STRING RP-FNAME DELIMITED BY '  '
                     ' ' DELIMITED BY SIZE
                     RP-SNAME DELIMITED BY '  '
                     INTO WS-EMBOSS-NAME
           END-IF.

           IF ENAMEL > 0 AND ENAMEI NOT = SPACES AND
                ENAMEI NOT = LOW-VALUES THEN
                MOVE ENAMEI TO WS-EMBOSS-NAME
           END-IF.

           PERFORM 410-HOLDER-HAS-LIVE THRU 410-HOLDER-EXIT.
           IF WS-ISSUE-OK-SW NOT = 'Y' THEN
                MOVE 'THIS HOLDER ALREADY HAS A LIVE CARD'
                     TO WS-MESSAGE
                GO TO 999-ERROR-MSG-RETURN
           END-IF.

           MOVE 'N' TO WS-ISSUE-REASON.
           MOVE SPACES TO WS-PRIOR-KEY.
           PERFORM 600-ISSUE-PLASTIC THRU 600-ISSUE-EXIT.
           IF WS-ISSUE-OK-SW NOT = 'Y' THEN
                EXEC CICS SYNCPOINT ROLLBACK END-EXEC
                GO TO 999-ERROR-MSG-RETURN
           END-IF.

           STRING 'CARD ' WS-NEW-CARDNO ' ISSUED - AWAITING EMBOSSING'
                DELIMITED BY SIZE INTO WS-MESSAGE.
           GO TO 220-PAINT-CARDS.

      * LEAVES WS-ISSUE-OK-SW 'Y' WHEN THE HOLDER HAS NO LIVE CARD
      * ON THE ACCOUNT YET
       410-HOLDER-HAS-LIVE.

           MOVE 'Y' TO WS-ISSUE-OK-SW.
           MOVE 'N' TO WS-LIST-EOF.
           MOVE ACCTNO TO WS-CARDACCT-KEY.

           EXEC CICS STARTBR
                FILE('CARDACCT')
                RIDFLD(WS-CARDACCT-KEY)
                GTEQ
                RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP NOT = DFHRESP(NORMAL) THEN
                GO TO 410-HOLDER-EXIT
           END-IF.

           PERFORM 420-HOLDER-ONE THRU 420-HOLDER-ONE-EXIT
               UNTIL WS-LIST-EOF = 'Y'.

           EXEC CICS ENDBR
                FILE('CARDACCT')
           END-EXEC.

       410-HOLDER-EXIT.
           EXIT.

       420-HOLDER-ONE.

           EXEC CICS READNEXT
                FILE('CARDACCT')
                INTO(CARDREC)
                RIDFLD(WS-CARDACCT-KEY)
                LENGTH(CARDREC-LEN)
                RESP(WS-RESP)
           END-EXEC.

           IF (WS-RESP NOT = DFHRESP(NORMAL) AND
               WS-RESP NOT = DFHRESP(DUPKEY)) OR
                CD-ACCTNO NOT = ACCTNO THEN
                MOVE 'Y' TO WS-LIST-EOF
                GO TO 420-HOLDER-ONE-EXIT
           END-IF.

           IF CD-HOLDER-SEQ = WS-HSEQ-NUM AND CD-ACTIVE THEN
                MOVE 'N' TO WS-ISSUE-OK-SW
                MOVE 'Y' TO WS-LIST-EOF
           END-IF.

       420-HOLDER-ONE-EXIT.
           EXIT.

      * PF6 - BLOCK THE KEYED CARD NUMBER LOST OR STOLEN
       500-BLOCK-CARD.

           MOVE '500-BLOCK-CARD' TO WS-LAST-PARA.

           PERFORM 530-EDIT-CARD-KEY THRU 530-EDIT-EXIT.
           IF WS-ISSUE-OK-SW NOT = 'Y' THEN
                GO TO 999-ERROR-MSG-RETURN
           END-IF.

      * BLOCKING PROTECTS THE CUSTOMER, SO ANY OPERATOR MAY DO IT
      * UNLESS THE MATRIX SAYS OTHERWISE
           MOVE 'CARDBLOK' TO FH-FUNCTION.
           PERFORM 170-CHECK-AUTHORITY THRU 170-CHECK-EXIT.
           IF FH-ALLOW NOT = 'Y' THEN
                MOVE 'NOT AUTHORIZED TO BLOCK CARDS' TO WS-MESSAGE
                GO TO 999-ERROR-MSG-RETURN
           END-IF.

           IF WS-PL-LIVE = 0 THEN
                MOVE 'CARD IS ALREADY BLOCKED' TO WS-MESSAGE
                GO TO 999-ERROR-MSG-RETURN
           END-IF.

           IF BLKRSNI NOT = 'L' AND BLKRSNI NOT = 'S' THEN
                MOVE 'BLOCK REASON MUST BE L (LOST) OR S (STOLEN)'
                     TO WS-MESSAGE
                GO TO 999-ERROR-MSG-RETURN
           END-IF.
           MOVE BLKRSNI TO WS-BLOCK-STATUS.

           PERFORM 320-BLOCK-ONE THRU 320-BLOCK-EXIT
               VARYING WS-PL-SUB FROM 1 BY 1
               UNTIL WS-PL-SUB > WS-PL-COUNT.

           MOVE 'CARD BLOCKED - PF7 ORDERS A REPLACEMENT' TO WS-MESSAGE.
           GO TO 220-PAINT-CARDS.

      * PF7 - BLOCK THE KEYED CARD IF IT IS STILL LIVE, THEN ORDER
      * ITS REPLACEMENT ON A NEW NUMBER FOR THE SAME HOLDER. A CARD
      * CANCELLED RATHER THAN LOST OR STOLEN IS NOT REPLACED, AND A
      * LOSS IS ONLY REPLACED ONCE
       520-REPLACE-CARD.

           MOVE '520-REPLACE-CARD' TO WS-LAST-PARA.

           PERFORM 530-EDIT-CARD-KEY THRU 530-EDIT-EXIT.
           IF WS-ISSUE-OK-SW NOT = 'Y' THEN
                GO TO 999-ERROR-MSG-RETURN
           END-IF.

           MOVE 'CARDISSU' TO FH-FUNCTION.
           PERFORM 170-CHECK-AUTHORITY THRU 170-CHECK-EXIT.
           IF FH-ALLOW NOT = 'Y' THEN
                MOVE 'NOT AUTHORIZED TO ISSUE CARDS' TO WS-MESSAGE
                GO TO 999-ERROR-MSG-RETURN
           END-IF.

           IF WS-LATEST-NEXT NOT = SPACES THEN
                STRING 'ALREADY REPLACED BY ' WS-LATEST-NEXT
                     DELIMITED BY SIZE INTO WS-MESSAGE
                GO TO 999-ERROR-MSG-RETURN
           END-IF.

           IF WS-PL-LIVE > 0 THEN
                IF BLKRSNI NOT = 'L' AND BLKRSNI NOT = 'S' THEN
                     MOVE 'CARD STILL LIVE - KEY L (LOST) OR S (STOLEN)'
                          TO WS-MESSAGE
                     GO TO 999-ERROR-MSG-RETURN
                END-IF
                MOVE BLKRSNI TO WS-BLOCK-STATUS
                PERFORM 320-BLOCK-ONE THRU 320-BLOCK-EXIT
                    VARYING WS-PL-SUB FROM 1 BY 1
                    UNTIL WS-PL-SUB > WS-PL-COUNT
           ELSE
                MOVE WS-PL-STATUS(WS-PL-COUNT) TO WS-BLOCK-STATUS
           END-IF.

           IF WS-BLOCK-STATUS NOT = 'L' AND
                WS-BLOCK-STATUS NOT = 'S' THEN
                MOVE 'CANCELLED CARD - ISSUE A NEW ONE WITH PF5'
                     TO WS-MESSAGE
                GO TO 999-ERROR-MSG-RETURN
           END-IF.

           MOVE WS-LATEST-HSEQ TO WS-HSEQ-NUM.
           MOVE WS-LATEST-NAME TO WS-EMBOSS-NAME.
           MOVE WS-BLOCK-STATUS TO WS-ISSUE-REASON.
           MOVE WS-LATEST-KEY TO WS-PRIOR-KEY.
           PERFORM 600-ISSUE-PLASTIC THRU 600-ISSUE-EXIT.
           IF WS-ISSUE-OK-SW NOT = 'Y' THEN
                EXEC CICS SYNCPOINT ROLLBACK END-EXEC
                GO TO 999-ERROR-MSG-RETURN
           END-IF.

      * POINT THE LOST PLASTIC FORWARD AT ITS SUCCESSOR
           MOVE WS-LATEST-KEY TO CD-KEY.

           EXEC CICS READ
                FILE('CARDREC')
                INTO(CARDREC)
                LENGTH(CARDREC-LEN)
                RIDFLD(CD-KEY)
                UPDATE
           END-EXEC.

           MOVE WS-NEW-CARDNO TO CD-NEXT-CARDNO.

           EXEC CICS REWRITE
                FILE('CARDREC')
                FROM(CARDREC)
                LENGTH(CARDREC-LEN)
           END-EXEC.

           STRING 'BLOCKED - REPLACEMENT ' WS-NEW-CARDNO ' ORDERED'
                DELIMITED BY SIZE INTO WS-MESSAGE.
           GO TO 220-PAINT-CARDS.

      * COMMON FRONT HALF OF PF6 AND PF7 - RECEIVE, THE ACCOUNT AND
      * CARD NUMBER, AND THE GATHER OF EVERY PLASTIC UNDER THAT
      * NUMBER. LEAVES WS-ISSUE-OK-SW 'Y' WHEN THE CARD IS ON FILE
      * AGAINST THE KEYED ACCOUNT
       530-EDIT-CARD-KEY.

           MOVE 'N' TO WS-ISSUE-OK-SW.

           EXEC CICS HANDLE CONDITION
                MAPFAIL(110-PAINT-BLANK)
                ERROR(999-UNHANDLED-ERROR)
           END-EXEC.

           EXEC CICS RECEIVE
                MAP('MAPNE')
                MAPSET('DCI8DNE')
           END-EXEC.

           IF ACCTNOL = 0 OR ACCTNOI = SPACES THEN
                MOVE 'KEY THE ACCOUNT NUMBER FIRST' TO WS-MESSAGE
                GO TO 530-EDIT-EXIT
           END-IF.

           IF CARDNOI IS NOT NUMERIC THEN
                MOVE 'KEY THE 16-DIGIT CARD NUMBER' TO WS-MESSAGE
                GO TO 530-EDIT-EXIT
           END-IF.

           MOVE ACCTNOI TO ACCTNO.
           MOVE CARDNOI TO WS-KEYED-CARDNO.

           PERFORM 300-GATHER-PLASTICS THRU 300-GATHER-EXIT.
           IF WS-PL-COUNT = 0 THEN
                MOVE 'NO SUCH CARD ON THIS ACCOUNT' TO WS-MESSAGE
                GO TO 530-EDIT-EXIT
           END-IF.

           MOVE 'Y' TO WS-ISSUE-OK-SW.

       530-EDIT-EXIT.
           EXIT.

      * WRITES ONE NEW PLASTIC ON A FRESHLY DRAWN NUMBER FOR
      * ACCTNO / WS-HSEQ-NUM / WS-EMBOSS-NAME, REASON WS-ISSUE-
      * REASON, SUCCEEDING WS-PRIOR-KEY, WAITING FOR THE EMBOSSER.
      * AN ABANDONED DRAW BURNS ITS SERIAL - THE NEXTACCT GAP POLICY
       600-ISSUE-PLASTIC.

           MOVE '600-ISSUE-PLASTIC' TO WS-LAST-PARA.
           MOVE 'N' TO WS-ISSUE-OK-SW.

           MOVE 'NEXTCARD' TO CT-KEYNAME.
           EXEC CICS READ
                FILE('ACCTCTL')
                INTO(ACCTCTL-REC)
                LENGTH(ACCTCTL-LEN)
                RIDFLD(CT-KEYNAME)
                UPDATE
                RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP NOT = DFHRESP(NORMAL) THEN
                MOVE 'NEXTCARD CONTROL ROW MISSING - NOTHING ISSUED'
                     TO WS-MESSAGE
                GO TO 600-ISSUE-EXIT
           END-IF.

           MOVE CARD-ISSUER-PREFIX TO WS-NEW-PREFIX.
           MOVE CT-NEXT-ACCTNO TO WS-NEW-SERIAL.
           ADD 1 TO CT-NEXT-ACCTNO.

           EXEC CICS REWRITE
                FILE('ACCTCTL')
                FROM(ACCTCTL-REC)
                LENGTH(ACCTCTL-LEN)
           END-EXEC.

           MOVE WS-NEW-CARDNO(1:15) TO WS-CKD-BASE.
           PERFORM 635-CALC-CHECK-DIGIT THRU 635-CALC-EXIT.
           MOVE WS-CKD-EXPECT TO WS-NEW-CHECK.

           EXEC CICS ASKTIME
                ABSTIME(WS-ABSTIME)
           END-EXEC.

           EXEC CICS FORMATTIME
                ABSTIME(WS-ABSTIME)
                YYYYMMDD(WS-TODAY-YMD)
           END-EXEC.

           COMPUTE WS-NEW-EXPIRY = WS-TODAY-YYYYMM + 300.

           MOVE WS-NEW-CARDNO TO CD-CARDNO.
           MOVE WS-NEW-EXPIRY TO CD-EXPIRY.
           MOVE ACCTNO TO CD-ACCTNO.
           MOVE WS-HSEQ-NUM TO CD-HOLDER-SEQ.
           MOVE WS-EMBOSS-NAME TO CD-EMBOSS-NAME.
           MOVE 'A' TO CD-STATUS.
           MOVE WS-ISSUE-REASON TO CD-ISSUE-REASON.
           COMPUTE CD-ISSUE-DATE = EIBDATE + 1900000.
           MOVE 'P' TO CD-EMBOSS-FLAG.
           MOVE 0 TO CD-EMBOSS-DATE.
           MOVE WS-PRIOR-KEY TO CD-PRIOR-KEY.
           IF WS-PRIOR-KEY = SPACES THEN
                MOVE 0 TO CD-PRIOR-EXPIRY
           END-IF.
           MOVE SPACES TO CD-NEXT-CARDNO.
           MOVE SPACES TO CD-BLK-USERID.
           MOVE SPACES TO CD-BLK-TRMID.
           MOVE 0 TO CD-BLK-DATE.
           MOVE 0 TO CD-BLK-TIME.
           MOVE EIBUSERID TO CD-ADD-USERID.
           MOVE EIBTRMID TO CD-ADD-TRMID.
           MOVE EIBDATE TO CD-ADD-DATE.
           MOVE EIBTIME TO CD-ADD-TIME.

           EXEC CICS WRITE
                FILE('CARDREC')
                FROM(CARDREC)
                LENGTH(CARDREC-LEN)
                RIDFLD(CD-KEY)
                RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP NOT = DFHRESP(NORMAL) THEN
                MOVE 'CARD NUMBER ALREADY ON FILE - NOTHING ISSUED'
                     TO WS-MESSAGE
                GO TO 600-ISSUE-EXIT
           END-IF.

           MOVE 'Y' TO WS-ISSUE-OK-SW.

       600-ISSUE-EXIT.
           EXIT.

      * RUNS THE LUHN SCHEME OVER THE 15 CARD DIGITS IN WS-CKD-BASE
      * AND LEAVES THE CHECK DIGIT IN WS-CKD-EXPECT. WITH AN ODD
      * NUMBER OF DIGITS IT IS THE ODD POSITIONS THAT DOUBLE - THE
      * RIGHTMOST DIGIT ALWAYS DOES
       635-CALC-CHECK-DIGIT.

           MOVE 0 TO WS-CKD-SUM.

           PERFORM VARYING WS-CKD-SUB FROM 1 BY 1
                     UNTIL WS-CKD-SUB > 15

                MOVE WS-CKD-BASE(WS-CKD-SUB:1) TO WS-CKD-DIGIT-X
                DIVIDE WS-CKD-SUB BY 2 GIVING WS-CKD-HALF
                     REMAINDER WS-CKD-ODD

                IF WS-CKD-ODD = 1 THEN
                     COMPUTE WS-CKD-PROD = WS-CKD-DIGIT * 2
                     IF WS-CKD-PROD > 9 THEN
                          SUBTRACT 9 FROM WS-CKD-PROD
                     END-IF
                     ADD WS-CKD-PROD TO WS-CKD-SUM
                ELSE
                     ADD WS-CKD-DIGIT TO WS-CKD-SUM
                END-IF

           END-PERFORM.

           DIVIDE WS-CKD-SUM BY 10 GIVING WS-CKD-Q
                REMAINDER WS-CKD-REM.
           COMPUTE WS-CKD-EXPECT = 10 - WS-CKD-REM.
           IF WS-CKD-REM = 0 THEN
                MOVE 0 TO WS-CKD-EXPECT
           END-IF.

       635-CALC-EXIT.
           EXIT.

      * LOOKS THE SIGNED-ON OPERATOR'S CLASS UP AND ASKS DCI8DPGH
      * WHETHER THE NAMED FUNCTION IS ALLOWED. CARDBLOK IS OPEN TO
      * EVERY CLASS BY DEFAULT; EVERYTHING ELSE FULL CLASS ONLY
       170-CHECK-AUTHORITY.

           MOVE '170-CHECK-AUTH' TO WS-LAST-PARA.

           MOVE EIBOPID TO FH-OPER-ID.
           MOVE SPACES TO FH-CLASS.
           MOVE 'N' TO FH-DEFAULT.

           EXEC CICS READ
                FILE('OPERTAB')
                INTO(OPERREC)
                LENGTH(OPERREC-LEN)
                RIDFLD(EIBOPID)
                RESP(WS-FH-RESP)
           END-EXEC.

           IF WS-FH-RESP = DFHRESP(NORMAL) THEN
                MOVE OPER-CLASS TO FH-CLASS
                IF OPER-CLASS-FULL THEN
                     MOVE 'Y' TO FH-DEFAULT
                END-IF
           END-IF.

           IF FH-FUNCTION = 'CARDBLOK' THEN
                MOVE 'Y' TO FH-DEFAULT
           END-IF.

           MOVE 'N' TO FH-ALLOW.

           EXEC CICS LINK
                PROGRAM('DCI8DPGH')
                COMMAREA(WS-FUNCAUTH-CA)
                LENGTH(WS-FUNCAUTH-CA-LEN)
           END-EXEC.

       170-CHECK-EXIT.
           EXIT.

      * PF3 - BACK TO THE READ-ONLY INQUIRY ON THE KEYED ACCOUNT,
      * THE SAME 9-BYTE-COMMAREA XCTL AS DCI8DPGB'S LINE JUMP
       450-JUMP-INQUIRY.

           MOVE '450-JUMP-INQUIRY' TO WS-LAST-PARA.

           EXEC CICS HANDLE CONDITION
                MAPFAIL(110-PAINT-BLANK)
                ERROR(999-UNHANDLED-ERROR)
           END-EXEC.

           EXEC CICS RECEIVE
                MAP('MAPNE')
                MAPSET('DCI8DNE')
           END-EXEC.

           IF ACCTNOL = 0 OR ACCTNOI = SPACES THEN
                MOVE 'KEY THE ACCOUNT NUMBER FIRST' TO WS-MESSAGE
                GO TO 999-ERROR-MSG-RETURN
           END-IF.

           MOVE ACCTNOI TO WS-INQ-ACCTNO.

           EXEC CICS XCTL
                PROGRAM('DCI8DPGR')
                COMMAREA(WS-INQ-ACCTNO)
                LENGTH(9)
           END-EXEC.

       990-RETURN.

           EXEC CICS RETURN
                TRANSID('I8DC')
                COMMAREA(WS-COMMAREA)
                LENGTH(WS-COMMAREA-LENGTH)
           END-EXEC.

       990-RETURN-EXIT.
           EXIT.

       999-ERROR-MSG-RETURN.

           MOVE LOW-VALUES TO MAPNEO.
           MOVE WS-MESSAGE TO MSGO.

           EXEC CICS SEND
                MAP('MAPNE')
                MAPSET('DCI8DNE')
           END-EXEC.

           PERFORM 990-RETURN THRU 990-RETURN-EXIT.

       999-EXIT.
           MOVE LOW-VALUES TO MAPNEO.
           EXEC CICS XCTL
                PROGRAM('DCI8DPGM')
                COMMAREA(WS-MENU-COMMAREA)
                LENGTH(WS-MENU-COMMAREA-LEN)
           END-EXEC.

      * CATCH-ALL FOR ANY CONDITION NOT NAMED IN A HANDLE CONDITION
      * ABOVE - LOGS IT VIA DCI8DPGZ INSTEAD OF LETTING THE TASK ABEND
       999-UNHANDLED-ERROR.

           MOVE EIBTRNID     TO EL-TRANID.
           MOVE WS-LAST-PARA TO EL-PARAGRAPH.
           MOVE EIBRESP      TO EL-RESP.
           MOVE EIBRESP2     TO EL-RESP2.

           EXEC CICS LINK
                PROGRAM('DCI8DPGZ')
                COMMAREA(WS-ERRLOG-CA)
                LENGTH(WS-ERRLOG-CA-LEN)
           END-EXEC.

           MOVE LOW-VALUES TO MAPNEO.
           MOVE EL-MESSAGE TO MSGO.

           EXEC CICS SEND
                MAP('MAPNE')
                MAPSET('DCI8DNE')
                ERASE
           END-EXEC.

           PERFORM 990-RETURN THRU 990-RETURN-EXIT.

       END PROGRAM DCI8DPHE.
