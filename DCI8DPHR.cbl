       IDENTIFICATION DIVISION.
       PROGRAM-ID. DCI8DPHR.
       AUTHOR. AMAR AL-ADIL.

      *****************************************************************
      * ACCOUNT PRODUCT SCREEN (TRAN I8E0) - WHICH CARD PRODUCT ON
      * THE PRODCFG CATALOGUE PRICES THE ACCOUNT. REACHED BY PF6 FROM
      * THE DCI8DPGU UPDATE SCREEN WITH THE 9-BYTE ACCOUNT COMMAREA,
      * OR BY KEYING THE ACCOUNT HERE. ENTER SHOWS THE ACCOUNT'S
      * PRODUCT AND ITS TERMS (RATE, MINIMUM PAYMENT, LIMIT RANGE,
      * FEES); A CODE KEYED IN THE NEW PRODUCT FIELD IS LOOKED UP
      * AND ITS TERMS SHOWN BESIDE THEM. PF5 MOVES THE ACCOUNT ON
      * SHOW TO THE NEW PRODUCT - KEYING NONE TAKES IT OFF THE
      * CATALOGUE, BACK TO THE STATUS RULES. THE MOVE NEEDS THE
      * PRODCHG FUNCTION (FULL CLASS BY DEFAULT), IS REFUSED WHILE
      * THE NIGHT'S RUNS HAVE THE DAY CLOSED OR THE ACCOUNT IS
      * CONNECTED TO THE OPERATOR (DCI8DPHN), AND IS REFUSED WHEN THE
      * ACCOUNT'S LIMIT IS OUTSIDE THE NEW PRODUCT'S RANGE - THE
      * LIMIT IS CHANGED FIRST. EVERY MOVE LEAVES A 'P' EVENT ROW ON
      * ACCTHIST AND A NOTE ON ACCTNOTE NAMING THE OLD AND NEW CODES.
      * PF1 GOES BACK TO THE UPDATE SCREEN ON THE ACCOUNT, PF4 CLEARS
      * THE SCREEN, PF9 GOES TO THE MENU
      *****************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.

      * COPY ACCOUNT PRODUCT MAP LAYOUT
       COPY 'DCI8DNR'.

      * COPY ACCTFILE RECORD LAYOUT
       COPY 'ACCTREC'.

      * COPY PRODUCT CATALOGUE RECORD LAYOUT
       COPY 'PRODCFG'.

      * COPY ACCOUNT CHANGE HISTORY RECORD LAYOUT - A PRODUCT MOVE
      * LEAVES ITS 'P' EVENT ROW
       COPY 'ACCTHIST'.
      * COPY THE HASH CHAIN PARAMETER BLOCK FOR DCI8DPHM
       COPY 'CHAINPRM'.

      * COPY FREE-TEXT ACCOUNT NOTES RECORD LAYOUT - THE OLD AND NEW
      * CODES GO ON A NOTE, AS ACCTHIST HAS NO PRODUCT FIELD
       COPY 'ACCTNOTE'.

      * COPY OPERATOR AUTHORIZATION RECORD LAYOUT - READ FOR THE
      * OPERATOR'S CLASS AHEAD OF THE FUNCTION CHECK
       COPY 'OPERREC'.

      * COPY SYSTEM CONTROL RECORD LAYOUT - THE 'DAYSTATE' ROW
       COPY 'ACCTCTL'.

       01 WS-MESSAGE  PIC X(60) VALUE SPACES.

       01 WS-RESP               PIC S9(8) COMP.

      * THE ACCOUNT ON DISPLAY. PF5 ONLY MOVES THE ACCOUNT THAT WAS
      * SHOWN, SO A NUMBER RE-KEYED WITHOUT ENTER CANNOT BE CHANGED
      * UNSEEN. THE SHOWN BYTE ALSO KEEPS THIS COMMAREA CLEAR OF THE
      * UPDATE SCREEN'S 9-BYTE HANDOVER
       01 WS-COMMAREA.
           05 WS-CA-ACCTNO          PIC X(09) VALUE SPACES.
           05 WS-CA-SHOWN           PIC X(01) VALUE 'N'.

       01 WS-COMMAREA-LENGTH    PIC S9(4) COMP VALUE 10.

       01 WS-MENU-COMMAREA        PIC X(3) VALUE SPACES.
       01 WS-MENU-COMMAREA-LEN    PIC S9(4) COMP VALUE 3.

      * THE ACCOUNT HANDED OVER BY DCI8DPGU'S PF6 OR KEYED HERE
       01 WS-INQ-ACCTNO         PIC X(09) VALUE SPACES.

      * THE NEW PRODUCT AS KEYED - NONE MEANS NO PRODUCT
       01 WS-NEW-PRODUCT        PIC X(04) VALUE SPACES.
       01 WS-OLD-PRODUCT        PIC X(04) VALUE SPACES.
       01 WS-NONE               PIC X(04) VALUE 'NONE'.

       01 WS-NAME-LINE.
           05 NL-TITL           PIC X(04).
           05 FILLER            PIC X(01) VALUE SPACES.
           05 NL-FNAME          PIC X(15).
           05 FILLER            PIC X(01) VALUE SPACES.
           05 NL-SNAME          PIC X(15).
           05 FILLER            PIC X(04) VALUE SPACES.

      * ONE PRODUCT'S TERMS, BUILT FROM THE PRODCFG ROW IN HAND BY
      * 220-FORMAT-TERMS
       01 WS-TERMS-LINE.
           05 FILLER            PIC X(05) VALUE 'RATE '.
           05 TL-RATE           PIC Z9.99.
           05 FILLER            PIC X(06) VALUE '% MIN '.
           05 TL-MINPAY-PCT     PIC ZZ9.
           05 FILLER            PIC X(08) VALUE '% FLOOR '.
           05 TL-MINPAY-FLOOR   PIC ZZZ9.99.
           05 FILLER            PIC X(07) VALUE ' LIMIT '.
           05 TL-CRLIM-MIN      PIC ZZZZZ9.
           05 FILLER            PIC X(01) VALUE '-'.
           05 TL-CRLIM-MAX      PIC ZZZZZ9.
           05 FILLER            PIC X(06) VALUE SPACES.

      * A ZERO FEE ON THE ROW MEANS THE FEECFG TARIFF APPLIES
       01 WS-FEES-LINE.
           05 FILLER            PIC X(07) VALUE 'ANNUAL '.
           05 FL-ANNUAL-FEE     PIC ZZZ9.99.
           05 FILLER            PIC X(06) VALUE ' LATE '.
           05 FL-LATE-FEE       PIC ZZ9.99.
           05 FILLER            PIC X(04) VALUE SPACES.

       01 WS-RANGE-MSG.
           05 FILLER            PIC X(29)
                VALUE 'LIMIT OUTSIDE PRODUCT RANGE '.
           05 RM-MIN            PIC ZZZZZ9.
           05 FILLER            PIC X(01) VALUE '-'.
           05 RM-MAX            PIC ZZZZZ9.
           05 FILLER            PIC X(18)
                VALUE ' - CHANGE IT FIRST'.

      * DAY-STATE READ WORK - SEE 065-CHECK-DAYSTATE
       01 WS-DAY-RESP           PIC S9(8) COMP.
       77 WS-DAY-OPEN-SW        PIC X(01) VALUE 'Y'.

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

      * COMMAREA SHAPE SHARED WITH DCI8DPHN, THE CONNECTED-ACCOUNT
      * CHECKER - CK-BLOCKED COMES BACK 'Y' WHEN THE TARGET ACCOUNT
      * IS THE SIGNED-ON OPERATOR'S OWN, ONE THEY HAVE DECLARED, OR
      * ONE THEY SIT ON AS A RELATED PARTY
       01 WS-CONNCHK-CA.
           05 CK-OPER-ID         PIC X(3).
           05 CK-ACCTNO          PIC X(9).
           05 CK-ACTION          PIC X(8).
           05 CK-BLOCKED         PIC X(1).
           05 CK-REASON          PIC X(1).

       01 WS-CONNCHK-CA-LEN     PIC S9(4) COMP VALUE +22.

       01 WS-LAST-PARA          PIC X(20) VALUE SPACES.

      * COMMAREA SHAPE SHARED WITH DCI8DPGZ, THE UNHANDLED-CONDITION
      * LOGGER
       01 WS-ERRLOG-CA.
           05 EL-TRANID          PIC X(4).
           05 EL-PROGRAM         PIC X(8) VALUE 'DCI8DPHR'.
           05 EL-PARAGRAPH       PIC X(20).
           05 EL-RESP            PIC S9(8) COMP.
           05 EL-RESP2           PIC S9(8) COMP.
           05 EL-MESSAGE         PIC X(60).

       01 WS-ERRLOG-CA-LEN      PIC S9(4) COMP VALUE +100.

       LINKAGE SECTION.

       01 DFHCOMMAREA PIC X(10).

       PROCEDURE DIVISION.

       000-START-LOGIC.

      * ENTERED FROM THE UPDATE SCREEN WITH THE ACCOUNT ON SHOW -
      * PAINT ITS PRODUCT STRAIGHT AWAY
           IF EIBCALEN = 9 THEN
                GO TO 105-FROM-UPDATE
           END-IF.

           IF EIBCALEN = 0 OR EIBCALEN = 3 THEN
                GO TO 110-PAINT-BLANK
           END-IF.

           MOVE DFHCOMMAREA TO WS-COMMAREA.

           EXEC CICS HANDLE AID
                PF1(450-JUMP-UPDATE)
                PF4(110-PAINT-BLANK)
                PF5(500-SAVE-PRODUCT)
                PF9(999-EXIT)
           END-EXEC.

           EXEC CICS HANDLE CONDITION
                MAPFAIL(110-PAINT-BLANK)
                ERROR(999-UNHANDLED-ERROR)
           END-EXEC.

           EXEC CICS RECEIVE
                MAP('MAPNR')
                MAPSET('DCI8DNR')
           END-EXEC.

           GO TO 200-SHOW-ACCOUNT.

       105-FROM-UPDATE.

           MOVE '105-FROM-UPDATE' TO WS-LAST-PARA.

           EXEC CICS HANDLE CONDITION
                ERROR(999-UNHANDLED-ERROR)
           END-EXEC.

           MOVE DFHCOMMAREA(1:9) TO WS-INQ-ACCTNO.

           IF WS-INQ-ACCTNO = SPACES OR
                WS-INQ-ACCTNO = LOW-VALUES THEN
                GO TO 110-PAINT-BLANK
           END-IF.

           MOVE SPACES TO WS-MESSAGE.
           MOVE SPACES TO WS-NEW-PRODUCT.
           GO TO 300-SHOW-PRODUCT.

      * PF4 - CLEAR THE SCREEN
       110-PAINT-BLANK.

           MOVE '110-PAINT-BLANK' TO WS-LAST-PARA.

           MOVE SPACES TO WS-CA-ACCTNO.
           MOVE 'N' TO WS-CA-SHOWN.

           MOVE LOW-VALUES TO MAPNRO.
           MOVE 'KEY AN ACCOUNT AND PRESS ENTER FOR ITS PRODUCT'
                TO MSGO.

           EXEC CICS SEND
               MAP('MAPNR')
               MAPSET('DCI8DNR')
               ERASE
           END-EXEC.

           PERFORM 990-RETURN THRU 990-RETURN-EXIT.

      * ENTER - SHOW THE KEYED ACCOUNT'S PRODUCT, AND THE TERMS OF A
      * NEW PRODUCT WHEN ONE IS KEYED FOR THE SAME ACCOUNT
       200-SHOW-ACCOUNT.

           MOVE '200-SHOW-ACCOUNT' TO WS-LAST-PARA.

           IF ACCTNOL = 0 OR ACCTNOI = SPACES THEN
                MOVE 'KEY THE ACCOUNT NUMBER FIRST' TO WS-MESSAGE
                GO TO 999-ERROR-MSG-RETURN
           END-IF.

           MOVE ACCTNOI TO WS-INQ-ACCTNO.
           MOVE SPACES TO WS-MESSAGE.
           MOVE SPACES TO WS-NEW-PRODUCT.

           IF WS-CA-SHOWN = 'Y' AND ACCTNOI = WS-CA-ACCTNO AND
                NEWPRDL > 0 AND NEWPRDI NOT = SPACES THEN
                MOVE NEWPRDI TO WS-NEW-PRODUCT
           END-IF.

           GO TO 300-SHOW-PRODUCT.

      * LOOKS THE ACCOUNT IN WS-INQ-ACCTNO UP ON ACCTFILE. LEAVES
      * WS-MESSAGE SET WHEN IT IS NOT THERE
       210-FIND-ACCOUNT.

           MOVE SPACES TO WS-MESSAGE.

           MOVE WS-INQ-ACCTNO TO ACCTNO.
           EXEC CICS READ
                FILE('ACCTFILE')
                INTO(ACCTREC)
                LENGTH(ACCTREC-LEN)
                RIDFLD(ACCTKEY)
                RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP NOT = DFHRESP(NORMAL) THEN
                MOVE 'ACCOUNT NOT ON FILE' TO WS-MESSAGE
           END-IF.

       210-EXIT.
           EXIT.

      * EDITS THE PRODCFG ROW IN HAND INTO WS-TERMS-LINE AND
      * WS-FEES-LINE
       220-FORMAT-TERMS.

           MOVE PD-ANNUAL-RATE TO TL-RATE.
           MOVE PD-MINPAY-PCT TO TL-MINPAY-PCT.
           MOVE PD-MINPAY-FLOOR TO TL-MINPAY-FLOOR.
           MOVE PD-CRLIM-MIN TO TL-CRLIM-MIN.
           MOVE PD-CRLIM-MAX TO TL-CRLIM-MAX.
           MOVE PD-ANNUAL-FEE TO FL-ANNUAL-FEE.
           MOVE PD-LATE-FEE TO FL-LATE-FEE.

       220-EXIT.
           EXIT.

      * PAINTS THE ACCOUNT IN WS-INQ-ACCTNO WITH ITS PRODUCT, AND THE
      * PRODUCT IN WS-NEW-PRODUCT BESIDE IT. A MESSAGE ALREADY IN
      * WS-MESSAGE (PF5'S 'CHANGED') IS KEPT
       300-SHOW-PRODUCT.

           MOVE '300-SHOW-PRODUCT' TO WS-LAST-PARA.

           IF WS-MESSAGE = SPACES THEN
                PERFORM 210-FIND-ACCOUNT THRU 210-EXIT
                IF WS-MESSAGE NOT = SPACES THEN
                     GO TO 999-ERROR-MSG-RETURN
                END-IF
           ELSE
                MOVE WS-INQ-ACCTNO TO ACCTNO
                EXEC CICS READ
                     FILE('ACCTFILE')
                     INTO(ACCTREC)
                     LENGTH(ACCTREC-LEN)
                     RIDFLD(ACCTKEY)
                END-EXEC
           END-IF.

           MOVE LOW-VALUES TO MAPNRO.
           MOVE WS-INQ-ACCTNO TO ACCTNOO.

           MOVE TITL TO NL-TITL.
           MOVE FNAME TO NL-FNAME.
           MOVE SNAME TO NL-SNAME.
           MOVE WS-NAME-LINE TO NAMELNO.
           MOVE STAT TO STATO.

      * ROWS FILED BEFORE THE PRODUCT EXISTED READ BACK WITH
      * LOW-VALUES THERE - THE SAME AS NO PRODUCT
           IF PRODUCT-CODE = SPACES OR
                PRODUCT-CODE = LOW-VALUES THEN
                MOVE WS-NONE TO CURPRDO
                MOVE 'NO PRODUCT - PRICED BY THE STATUS RULES'
                     TO CURTRMO
           ELSE
                MOVE PRODUCT-CODE TO CURPRDO
                MOVE PRODUCT-CODE TO PD-CODE
                EXEC CICS READ
                     FILE('PRODCFG')
                     INTO(PRODCFG-REC)
                     LENGTH(PRODCFG-LEN)
                     RIDFLD(PD-CODE)
                     RESP(WS-RESP)
                END-EXEC
                IF WS-RESP = DFHRESP(NORMAL) THEN
                     PERFORM 220-FORMAT-TERMS THRU 220-EXIT
                     MOVE WS-TERMS-LINE TO CURTRMO
                     MOVE WS-FEES-LINE TO CURFEEO
                ELSE
                     MOVE 'NOT ON PRODCFG - PRICED BY THE STATUS RULES'
                          TO CURTRMO
                END-IF
           END-IF.

           IF WS-NEW-PRODUCT = WS-NONE THEN
                MOVE WS-NONE TO NEWPRDO
                MOVE 'NO PRODUCT - PRICED BY THE STATUS RULES'
                     TO NEWTRMO
           ELSE IF WS-NEW-PRODUCT NOT = SPACES THEN
                MOVE WS-NEW-PRODUCT TO NEWPRDO
                MOVE WS-NEW-PRODUCT TO PD-CODE
                EXEC CICS READ
                     FILE('PRODCFG')
                     INTO(PRODCFG-REC)
                     LENGTH(PRODCFG-LEN)
                     RIDFLD(PD-CODE)
                     RESP(WS-RESP)
                END-EXEC
                IF WS-RESP = DFHRESP(NORMAL) THEN
                     PERFORM 220-FORMAT-TERMS THRU 220-EXIT
                     MOVE WS-TERMS-LINE TO NEWTRMO
                     MOVE WS-FEES-LINE TO NEWFEEO
                ELSE
                     MOVE 'PRODUCT NOT ON FILE' TO NEWTRMO
                END-IF
           END-IF
           END-IF.

           IF WS-MESSAGE = SPACES THEN
                MOVE 'KEY A NEW PRODUCT (OR NONE) - ENTER SHOWS IT, PF5 
      -              'MOVES' TO WS-MESSAGE
           END-IF.
           MOVE WS-MESSAGE TO MSGO.

           MOVE WS-INQ-ACCTNO TO WS-CA-ACCTNO.
           MOVE 'Y' TO WS-CA-SHOWN.

           EXEC CICS SEND
                MAP('MAPNR')
                MAPSET('DCI8DNR')
                ERASE
           END-EXEC.

           PERFORM 990-RETURN THRU 990-RETURN-EXIT.

      * PF1 - BACK TO THE UPDATE SCREEN ON THE KEYED ACCOUNT
       450-JUMP-UPDATE.

           MOVE '450-JUMP-UPDATE' TO WS-LAST-PARA.

           EXEC CICS HANDLE CONDITION
                MAPFAIL(110-PAINT-BLANK)
                ERROR(999-UNHANDLED-ERROR)
           END-EXEC.

           EXEC CICS RECEIVE
                MAP('MAPNR')
                MAPSET('DCI8DNR')
           END-EXEC.

           IF ACCTNOL = 0 OR ACCTNOI = SPACES THEN
                MOVE 'KEY THE ACCOUNT NUMBER FIRST' TO WS-MESSAGE
                GO TO 999-ERROR-MSG-RETURN
           END-IF.

           MOVE ACCTNOI TO WS-INQ-ACCTNO.

           EXEC CICS XCTL
                PROGRAM('DCI8DPGU')
                COMMAREA(WS-INQ-ACCTNO)
                LENGTH(9)
           END-EXEC.

      * PF5 - MOVE THE ACCOUNT ON SHOW TO THE KEYED PRODUCT
       500-SAVE-PRODUCT.

           MOVE '500-SAVE-PRODUCT' TO WS-LAST-PARA.

           EXEC CICS HANDLE CONDITION
                MAPFAIL(110-PAINT-BLANK)
                ERROR(999-UNHANDLED-ERROR)
           END-EXEC.

           EXEC CICS RECEIVE
                MAP('MAPNR')
                MAPSET('DCI8DNR')
           END-EXEC.

           IF ACCTNOL = 0 OR ACCTNOI = SPACES THEN
                MOVE 'KEY THE ACCOUNT NUMBER FIRST' TO WS-MESSAGE
                GO TO 999-ERROR-MSG-RETURN
           END-IF.

           IF WS-CA-SHOWN NOT = 'Y' OR
                ACCTNOI NOT = WS-CA-ACCTNO THEN
                MOVE 'PRESS ENTER TO SHOW THE ACCOUNT BEFORE PF5'
                     TO WS-MESSAGE
                GO TO 999-ERROR-MSG-RETURN
           END-IF.

           IF NEWPRDL = 0 OR NEWPRDI = SPACES OR
                NEWPRDI = LOW-VALUES THEN
                MOVE 'KEY THE NEW PRODUCT CODE, OR NONE' TO WS-MESSAGE
                GO TO 999-ERROR-MSG-RETURN
           END-IF.

           MOVE NEWPRDI TO WS-NEW-PRODUCT.
           MOVE ACCTNOI TO WS-INQ-ACCTNO.

           MOVE 'PRODCHG' TO FH-FUNCTION.
           PERFORM 170-CHECK-AUTHORITY THRU 170-CHECK-EXIT.
           IF FH-ALLOW NOT = 'Y' THEN
                MOVE 'NOT AUTHORIZED TO CHANGE AN ACCOUNT''S PRODUCT'
                     TO WS-MESSAGE
                GO TO 999-ERROR-MSG-RETURN
           END-IF.

      * DURING THE BATCH WINDOW THE MOVE REFUSES RATHER THAN CHANGE
      * THE PRICING UNDER THE NIGHT'S RUNS
           PERFORM 065-CHECK-DAYSTATE THRU 065-DAYSTATE-EXIT.
           IF WS-DAY-OPEN-SW NOT = 'Y' THEN
                MOVE 'POSTING IN PROGRESS - TRY AGAIN SHORTLY'
                     TO WS-MESSAGE
                GO TO 999-ERROR-MSG-RETURN
           END-IF.

      * NOBODY WORKS AN ACCOUNT THAT IS THEIR OWN OR CONNECTED TO
      * THEM - DCI8DPHN REFUSES IT AND LOGS THE ATTEMPT
           MOVE WS-INQ-ACCTNO TO CK-ACCTNO.
           MOVE 'PRODCHG' TO CK-ACTION.
           PERFORM 175-CHECK-CONNECTED THRU 175-CHECK-EXIT.
           IF CK-BLOCKED = 'Y' THEN
                MOVE 'ACCOUNT CONNECTED TO YOU - REFER TO A COLLEAGUE'
                     TO WS-MESSAGE
                GO TO 999-ERROR-MSG-RETURN
           END-IF.

           IF WS-NEW-PRODUCT NOT = WS-NONE THEN
                MOVE WS-NEW-PRODUCT TO PD-CODE
                EXEC CICS READ
                     FILE('PRODCFG')
                     INTO(PRODCFG-REC)
                     LENGTH(PRODCFG-LEN)
                     RIDFLD(PD-CODE)
                     RESP(WS-RESP)
                END-EXEC
                IF WS-RESP NOT = DFHRESP(NORMAL) THEN
                     MOVE 'PRODUCT NOT ON FILE' TO WS-MESSAGE
                     GO TO 999-ERROR-MSG-RETURN
                END-IF
           END-IF.

           MOVE WS-INQ-ACCTNO TO ACCTNO.
           EXEC CICS READ
                FILE('ACCTFILE')
                INTO(ACCTREC)
                LENGTH(ACCTREC-LEN)
                RIDFLD(ACCTKEY)
                UPDATE
                RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP NOT = DFHRESP(NORMAL) THEN
                MOVE 'ACCOUNT NOT ON FILE' TO WS-MESSAGE
                GO TO 999-ERROR-MSG-RETURN
           END-IF.

           IF PRODUCT-CODE = SPACES OR
                PRODUCT-CODE = LOW-VALUES THEN
                MOVE WS-NONE TO WS-OLD-PRODUCT
           ELSE
                MOVE PRODUCT-CODE TO WS-OLD-PRODUCT
           END-IF.

           IF WS-OLD-PRODUCT = WS-NEW-PRODUCT THEN
                EXEC CICS UNLOCK FILE('ACCTFILE') END-EXEC
                MOVE 'ACCOUNT IS ALREADY ON THAT PRODUCT' TO WS-MESSAGE
                GO TO 999-ERROR-MSG-RETURN
           END-IF.

      * THE LIMIT MUST SIT INSIDE THE NEW PRODUCT'S RANGE, THE
      * DCI8DPGE EDIT - THE LIMIT IS MOVED FIRST ON DCI8DPGU
           IF WS-NEW-PRODUCT NOT = WS-NONE THEN
                IF CRLIMIT < PD-CRLIM-MIN OR
                     CRLIMIT > PD-CRLIM-MAX THEN
                     EXEC CICS UNLOCK FILE('ACCTFILE') END-EXEC
                     MOVE PD-CRLIM-MIN TO RM-MIN
                     MOVE PD-CRLIM-MAX TO RM-MAX
                     MOVE WS-RANGE-MSG TO WS-MESSAGE
                     GO TO 999-ERROR-MSG-RETURN
                END-IF
           END-IF.

           PERFORM 520-WRITE-HISTORY THRU 520-EXIT.
           PERFORM 530-WRITE-NOTE THRU 530-EXIT.

           IF WS-NEW-PRODUCT = WS-NONE THEN
                MOVE SPACES TO PRODUCT-CODE
           ELSE
                MOVE WS-NEW-PRODUCT TO PRODUCT-CODE
           END-IF.
           MOVE EIBDATE TO LAST-CHG-DATE.
           MOVE EIBTIME TO LAST-CHG-TIME.
           MOVE EIBUSERID TO LAST-CHG-USERID.

           EXEC CICS REWRITE
                FILE('ACCTFILE')
                FROM(ACCTREC)
                LENGTH(ACCTREC-LEN)
           END-EXEC.

           STRING 'PRODUCT CHANGED ' DELIMITED BY SIZE
                WS-OLD-PRODUCT DELIMITED BY SIZE
                ' TO ' DELIMITED BY SIZE
                WS-NEW-PRODUCT DELIMITED BY SIZE
                INTO WS-MESSAGE.
           MOVE SPACES TO WS-NEW-PRODUCT.
           GO TO 300-SHOW-PRODUCT.

      * THE 'P' EVENT ROW - THE ACCTHIST IMAGES CARRY NO PRODUCT, SO
      * BEFORE AND AFTER ARE THE SAME AND THE CODES GO ON THE NOTE
       520-WRITE-HISTORY.

           MOVE '520-WRITE-HISTORY' TO WS-LAST-PARA.

           ADD 1 TO LAST-HIST-SEQ.

           MOVE ACCTNO TO AH-ACCTNO.
           MOVE LAST-HIST-SEQ TO AH-SEQNO.
           MOVE FNAME TO AH-FNAME.
           MOVE SNAME TO AH-SNAME.
           MOVE TITL TO AH-TITL.
           MOVE ADDR1 TO AH-ADDR1.
           MOVE ADDR2 TO AH-ADDR2.
           MOVE CRLIMIT TO AH-CRLIMIT.
           MOVE STAT TO AH-STAT.
           MOVE FNAME TO AH-AFTER-FNAME.
           MOVE SNAME TO AH-AFTER-SNAME.
           MOVE TITL TO AH-AFTER-TITL.
           MOVE ADDR1 TO AH-AFTER-ADDR1.
           MOVE ADDR2 TO AH-AFTER-ADDR2.
           MOVE CRLIMIT TO AH-AFTER-CRLIMIT.
           MOVE STAT TO AH-AFTER-STAT.
           MOVE EIBUSERID TO AH-CHG-USERID.
           MOVE EIBTRMID TO AH-CHG-TRMID.
           MOVE EIBDATE TO AH-CHG-DATE.
           MOVE EIBTIME TO AH-CHG-TIME.
           MOVE 'P' TO AH-EVENT-TYPE.

           EXEC CICS WRITE
                FILE('ACCTHIST')
                FROM(ACCTHIST-REC)
                LENGTH(ACCTHIST-LEN)
                RIDFLD(AH-KEY)
           END-EXEC.

      * THE NEW ROW JOINS ITS ACCOUNT'S HASH CHAIN (SEE HASHCHN)
           MOVE 'S' TO CP-FUNCTION.
           MOVE 'H' TO CP-FILE.
           MOVE ACCTHIST-REC TO CP-ROW.
           EXEC CICS LINK
                PROGRAM('DCI8DPHM')
                COMMAREA(CHAINPRM)
                LENGTH(CHAINPRM-LEN)
           END-EXEC.

       520-EXIT.
           EXIT.

      * THE NOTE NAMING THE OLD AND NEW CODES, ON THE NEXT SEQUENCE
      * AFTER THE ACCOUNT'S NEWEST NOTE - THE DCI8DPGU PF8 WAY
       530-WRITE-NOTE.

           MOVE '530-WRITE-NOTE' TO WS-LAST-PARA.

           MOVE ACCTNO TO NT-ACCTNO.
           MOVE 9999 TO NT-SEQNO.

           EXEC CICS STARTBR
                FILE('ACCTNOTE')
                RIDFLD(NT-KEY)
                GTEQ
                RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP = DFHRESP(NORMAL) THEN
                EXEC CICS READPREV
                     FILE('ACCTNOTE')
                     INTO(ACCTNOTE-REC)
                     RIDFLD(NT-KEY)
                     LENGTH(ACCTNOTE-LEN)
                     RESP(WS-RESP)
                END-EXEC
                EXEC CICS ENDBR FILE('ACCTNOTE') END-EXEC
                IF WS-RESP = DFHRESP(NORMAL) AND
                     NT-ACCTNO = ACCTNO THEN
                     ADD 1 TO NT-SEQNO
                ELSE
                     MOVE ACCTNO TO NT-ACCTNO
                     MOVE 1 TO NT-SEQNO
                END-IF
           ELSE
                MOVE ACCTNO TO NT-ACCTNO
                MOVE 1 TO NT-SEQNO
           END-IF.

           MOVE SPACES TO NT-TEXT.
           STRING 'PRODUCT CHANGED ' DELIMITED BY SIZE
                WS-OLD-PRODUCT DELIMITED BY SIZE
                ' TO ' DELIMITED BY SIZE
                WS-NEW-PRODUCT DELIMITED BY SIZE
                INTO NT-TEXT.
           MOVE EIBUSERID TO NT-NOTE-USERID.
           MOVE EIBTRMID TO NT-NOTE-TRMID.
           MOVE EIBDATE TO NT-NOTE-DATE.
           MOVE EIBTIME TO NT-NOTE-TIME.

           EXEC CICS WRITE
                FILE('ACCTNOTE')
                FROM(ACCTNOTE-REC)
                LENGTH(ACCTNOTE-LEN)
                RIDFLD(NT-KEY)
           END-EXEC.

       530-EXIT.
           EXIT.

      * THE SCHEDULE CLOSES THE ONLINE DAY AROUND THE NIGHTLY RUNS -
      * THE ACCTCTL 'DAYSTATE' ROW ABOVE 1 MEANS THE WINDOW IS SHUT
       065-CHECK-DAYSTATE.

           MOVE 'Y' TO WS-DAY-OPEN-SW.
           MOVE 'DAYSTATE' TO CT-KEYNAME.

           EXEC CICS READ
                FILE('ACCTCTL')
                INTO(ACCTCTL-REC)
                LENGTH(ACCTCTL-LEN)
                RIDFLD(CT-KEYNAME)
                RESP(WS-DAY-RESP)
           END-EXEC.

           IF WS-DAY-RESP = DFHRESP(NORMAL) AND
                CT-NEXT-ACCTNO > 1 THEN
                MOVE 'N' TO WS-DAY-OPEN-SW
           END-IF.

       065-DAYSTATE-EXIT.
           EXIT.

      * LOOKS THE SIGNED-ON OPERATOR'S CLASS UP AND ASKS DCI8DPGH
      * WHETHER THE NAMED FUNCTION IS ALLOWED - FULL CLASS IS THE
      * LEGACY DEFAULT, THE SAME PATTERN AS DCI8DPGT
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

           MOVE 'N' TO FH-ALLOW.

           EXEC CICS LINK
                PROGRAM('DCI8DPGH')
                COMMAREA(WS-FUNCAUTH-CA)
                LENGTH(WS-FUNCAUTH-CA-LEN)
           END-EXEC.

       170-CHECK-EXIT.
           EXIT.

      * ASKS DCI8DPHN WHETHER THE ACCOUNT IN CK-ACCTNO IS CONNECTED
      * TO THE SIGNED-ON OPERATOR - CK-ACTION MUST ALREADY NAME WHAT
      * IS ABOUT TO BE DONE. DCI8DPHN LOGS EVERY BLOCK ITSELF
       175-CHECK-CONNECTED.

           MOVE EIBOPID TO CK-OPER-ID.
           MOVE 'N' TO CK-BLOCKED.

           EXEC CICS LINK
                PROGRAM('DCI8DPHN')
                COMMAREA(WS-CONNCHK-CA)
                LENGTH(WS-CONNCHK-CA-LEN)
           END-EXEC.

       175-CHECK-EXIT.
           EXIT.

       990-RETURN.

           EXEC CICS RETURN
                TRANSID('I8E0')
                COMMAREA(WS-COMMAREA)
                LENGTH(WS-COMMAREA-LENGTH)
           END-EXEC.

       990-RETURN-EXIT.
           EXIT.

       999-ERROR-MSG-RETURN.

           MOVE LOW-VALUES TO MAPNRO.
           MOVE WS-MESSAGE TO MSGO.

           EXEC CICS SEND
                MAP('MAPNR')
                MAPSET('DCI8DNR')
           END-EXEC.

           PERFORM 990-RETURN THRU 990-RETURN-EXIT.

       999-EXIT.
           MOVE LOW-VALUES TO MAPNRO.
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

           MOVE LOW-VALUES TO MAPNRO.
           MOVE EL-MESSAGE TO MSGO.

           EXEC CICS SEND
                MAP('MAPNR')
                MAPSET('DCI8DNR')
                ERASE
           END-EXEC.

           PERFORM 990-RETURN THRU 990-RETURN-EXIT.

       END PROGRAM DCI8DPHR.
