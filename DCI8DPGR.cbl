      * ACCOUNT'S DEBITS AND CREDITS NEWEST-FIRST WITH A RUNNING
      * BALANCE RECONCILED DOWN FROM CURR-BAL
       COPY 'ACCTTXN'.
      * COPY THE HASH CHAIN PARAMETER BLOCK FOR DCI8DPHM
       COPY 'CHAINPRM'.

      * COPY TRANSACTION NARRATIVE SATELLITE LAYOUT - THE PF10 LINE
      * IS FOLLOWED BY THE ROW'S MERCHANT, CATEGORY AND REFERENCE
       COPY 'TXNNARR'.

      * COPY TRANSACTION REVERSAL REGISTER LAYOUT - PF17 STAGES THE
      * REVERSAL OF THE PF10 ROW ON SHOW, AND A SECOND OPERATOR'S
      * PF17 ON THE SAME ROW APPROVES AND POSTS IT
       COPY 'TXNREV'.

      * COPY SYSTEM CONTROL RECORD LAYOUT - THE 'DAYSTATE' AND
      * 'PRDCLOSE' ROWS, READ BEFORE A REVERSAL POSTS
       COPY 'ACCTCTL'.

      * COPY STATEMENT REPRINT QUEUE LAYOUT - PF11 QUEUES A COPY
      * STATEMENT FOR THE DISPLAYED ACCOUNT AND THE KEYED PERIOD,
      * THE SENSVIEW CHECK ON RESTRICTED ACCOUNTS
       COPY 'OPERREC'.

      * COPY VULNERABLE CUSTOMER MARKER LAYOUT - AN ACTIVE MARKER PUTS
      * A BANNER ON THE SCREEN; PF14 OPENS THE REGISTER (DCI8DPHI)
       COPY 'VULNMARK'.

      * COPY CORRESPONDENCE LOG RECORD LAYOUT - PF19 PAGES EVERY
      * LETTER AND STATEMENT SENT OR HELD BACK, NEWEST-FIRST
       COPY 'CORRLOG'.

       01 WS-MESSAGE  PIC X(60) VALUE SPACES.

      * WS-CA-HIST-ACCTNO/WS-CA-HIST-SEQ REMEMBER HOW FAR BACK
      * WS-CA-TXN-* REMEMBER HOW FAR BACK 386-TXN-BROWSE HAS PAGED
      * AND THE RUNNING BALANCE AS OF THE LAST ROW SHOWN, SO EACH
      * PF10 PRESS CAN RECONCILE ONE MORE STEP DOWN FROM CURR-BAL
      * WS-CA-CLG-* REMEMBER THE CORRLOG KEY 384-CORR-BROWSE LAST
      * SHOWED, SO EACH PF19 PRESS STEPS ONE ROW FURTHER BACK
       01 WS-COMMAREA.
           05 WS-CA-HIST-ACCTNO     PIC X(09) VALUE SPACES.
           05 WS-CA-HIST-SEQ        PIC 9(04) COMP VALUE 0.
           05 WS-CA-TXN-DATE        PIC S9(7) COMP-3 VALUE 0.
           05 WS-CA-TXN-SEQ         PIC 9(04) COMP VALUE 0.
           05 WS-CA-TXN-BAL         PIC S9(08)V99 COMP-3 VALUE 0.
           05 WS-CA-CLG-ACCTNO      PIC X(09) VALUE SPACES.
           05 WS-CA-CLG-DATE        PIC S9(7) COMP-3 VALUE 0.
           05 WS-CA-CLG-TIME        PIC S9(7) COMP-3 VALUE 0.
           05 WS-CA-CLG-SEQ         PIC 9(04) COMP VALUE 0.

       01 WS-COMMAREA-LENGTH    PIC S9(4) COMP
           VALUE 62.

      * COMMAREA PASSED ON XCTL BACK TO THE MENU - SEPARATE FROM
      * WS-COMMAREA ABOVE, WHICH IS THIS PROGRAM'S OWN STATE
       01 WS-MENU-COMMAREA        PIC X(3) VALUE SPACES.
       01 WS-MENU-COMMAREA-LEN    PIC S9(4) COMP VALUE 3.

      * COMMAREA PASSED ON XCTL TO THE DISPUTE SCREEN - THE TX-KEY
      * OF THE PF10 ROW LAST SHOWN
       01 WS-DSP-TXKEY.
           05 WS-DSP-ACCTNO         PIC X(09).
           05 WS-DSP-DATE           PIC S9(7) COMP-3.
           05 WS-DSP-SEQNO          PIC 9(04) COMP.
       01 WS-DSP-TXKEY-LEN        PIC S9(4) COMP VALUE 15.

       01 WS-RESP               PIC S9(8) COMP.

      * BUILT BY 305-BUILD-PICKLIST WHEN THE EXACT KEY MISSES - A
      * ZONED NOTE STAMP FOR THE PF7 NOTE LINE
       01 WS-NOTE-DATE-DISP     PIC 9(7).

      * WORKING COPIES FOR THE PF19 CORRESPONDENCE LINE
       01 WS-CLG-DATE-DISP      PIC 9(7).
       01 WS-CLG-CHANNEL-DISP   PIC X(05).
       01 WS-CLG-STATUS-DISP    PIC X(06).
       01 WS-CLG-SENT-TO        PIC X(30).
       01 WS-CLG-TMPL-DISP      PIC X(08).

      * EDITED WORKING COPIES FOR THE PF10 TRANSACTION LINE
       01 WS-TXN-DATE-DISP      PIC 9(7).
       01 WS-TXN-SEQ-DISP       PIC 9(4).
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

      * REVERSAL WORK - SEE 392-TXN-REVERSE. THE ROW BEING REVERSED
      * IS HELD HERE WHILE ACCTTXN-REC IS REUSED FOR THE OFFSET ROW
       01 WS-REV-ORIG-KEY.
           05 WS-REV-ORIG-ACCTNO    PIC X(09).
           05 WS-REV-ORIG-DATE      PIC S9(7) COMP-3.
           05 WS-REV-ORIG-SEQNO     PIC 9(04) COMP.
       77 WS-REV-ORIG-TYPE      PIC X(01) VALUE SPACE.
       77 WS-REV-TYPE           PIC X(01) VALUE SPACE.
       77 WS-REV-AMOUNT         PIC 9(08)V99 VALUE 0.
       77 WS-REV-MERCHANT       PIC X(30) VALUE SPACES.
       77 WS-REV-OK-SW          PIC X(01) VALUE 'N'.
       01 WS-REV-PAIR-DATE-DISP PIC 9(7).
       01 WS-REV-PAIR-SEQ-DISP  PIC 9(4).

      * THE OFFSET ROW'S TXNNARR REFERENCE POINTS BACK AT THE ROW IT
      * REVERSES - 'RV YYYYDDD/SSSS', THE DCI8BBVI 'BV' PATTERN
       01 WS-REV-REF.
           05 FILLER                PIC X(03) VALUE 'RV '.
           05 WS-REV-REF-DATE       PIC 9(07).
           05 FILLER                PIC X(01) VALUE '/'.
           05 WS-REV-REF-SEQ        PIC 9(04).
           05 FILLER                PIC X(01) VALUE SPACE.

      * WS-NEW-BALANCE IS SIGNED AND WIDER THAN CURR-BAL SO AN
      * OFFSET THAT WOULD OVERFLOW THE BALANCE IS REFUSED, THE
      * DCI8DPGD GUARD
       77 WS-NEW-BALANCE        PIC S9(10)V99 COMP-3 VALUE 0.

      * TODAY AS FULL-CENTURY JULIAN - EIBDATE PLUS 1900000, SO THE
      * OFFSET ROW SORTS AND RANGES WITH THE BATCH-WRITTEN ONES
       77 WS-TODAY-YYYYDDD      PIC S9(7) COMP-3 VALUE 0.

      * DAY-STATE AND CLOSED-PERIOD READ WORK - SEE 065/066
       01 WS-DAY-RESP           PIC S9(8) COMP.
       77 WS-DAY-OPEN-SW        PIC X(01) VALUE 'Y'.
       01 WS-PRD-RESP           PIC S9(8) COMP.
       77 WS-PRD-OPEN-SW        PIC X(01) VALUE 'Y'.

      * LUHN CHECK-DIGIT WORK FIELDS - SAME SCHEME AS DCI8DPGE'S
      * EDIT, KEPT IN LOCKSTEP BY CONVENTION
       01 WS-CKD-BASE          PIC X(08).
       77 WS-CKD-EXPECT-X      PIC X(01).
       77 WS-CKD-OK-SW         PIC X(01) VALUE 'N'.

      * VULNERABILITY BANNER WORK - SEE 178-VULN-BANNER
       01 WS-VM-RESP            PIC S9(8) COMP.
       77 WS-VM-DONE-SW         PIC X(01) VALUE 'N'.
       77 WS-VM-COUNT           PIC S9(4) COMP VALUE 0.
       01 WS-VM-CATS            PIC X(04) VALUE SPACES.

       LINKAGE SECTION.

       01 DFHCOMMAREA PIC X(62).

       PROCEDURE DIVISION.

           END-IF.

           EXEC CICS HANDLE AID
                PF1(397-JUMP-QUOTE)
                PF2(395-JUMP-PARTIES)
                PF3(396-JUMP-CARDS)
                PF4(150-RESET)
                PF5(350-PRINT-SUMMARY)
                PF6(380-HIST-BROWSE)
                PF9(999-EXIT)
                PF10(386-TXN-BROWSE)
                PF11(388-QUEUE-REPRINT)
                PF12(387-JUMP-DISPUTE)
                PF13(398-JUMP-COMPLAINT)
                PF14(399-JUMP-VULNERABLE)
                PF15(401-JUMP-INSOLVENCY)
                PF16(402-JUMP-TRACE)
                PF17(392-TXN-REVERSE)
                PF18(403-JUMP-SUMMARY)
                PF19(384-CORR-BROWSE)
           END-EXEC.

      * UPON UNSUCCESSFUL MAP RECEIVE, ASSUME THIS IS THE INITIAL RUN
                     MOVE 'NONE' TO BSCOREO
                END-IF

                PERFORM 178-VULN-BANNER THRU 178-VULN-EXIT

                MOVE ACCTNO TO WS-CA-CURR-ACCTNO

                EXEC CICS SEND
       175-CHECK-EXIT.
           EXIT.

      * AN ACTIVE VULNMARK MARKER ON THE ACCOUNT PUTS A BANNER OVER
      * THE SCREEN NAMING ITS CATEGORIES, SO EVERY OPERATOR KNOWS TO
      * TREAT THE CUSTOMER WITH CARE BEFORE DISCUSSING THE DEBT
       178-VULN-BANNER.

           MOVE SPACES TO WS-VM-CATS.
           MOVE 0 TO WS-VM-COUNT.
           MOVE 'N' TO WS-VM-DONE-SW.

           MOVE ACCTNO TO VM-ACCTNO.
           MOVE LOW-VALUES TO VM-CATEGORY.

           EXEC CICS STARTBR
                FILE('VULNMARK')
                RIDFLD(VM-KEY)
                GTEQ
                RESP(WS-VM-RESP)
           END-EXEC.

           IF WS-VM-RESP NOT = DFHRESP(NORMAL) THEN
                GO TO 178-VULN-EXIT
           END-IF.

           PERFORM 179-VULN-NEXT THRU 179-VULN-NEXT-EXIT
               UNTIL WS-VM-DONE-SW = 'Y'.

           EXEC CICS ENDBR FILE('VULNMARK') END-EXEC.

           IF WS-VM-COUNT > 0 THEN
                STRING 'VULNERABLE CUSTOMER (' WS-VM-CATS
                     ') - TREAT WITH CARE, PF14 FOR DETAILS'
                     DELIMITED BY SIZE INTO VULNBNO
           END-IF.

       178-VULN-EXIT.
           EXIT.

       179-VULN-NEXT.

           EXEC CICS READNEXT
                FILE('VULNMARK')
                INTO(VULNMARK-REC)
                RIDFLD(VM-KEY)
                LENGTH(VULNMARK-LEN)
                RESP(WS-VM-RESP)
           END-EXEC.

           IF WS-VM-RESP NOT = DFHRESP(NORMAL) OR
                VM-ACCTNO NOT = ACCTNO OR WS-VM-COUNT = 4 THEN
                MOVE 'Y' TO WS-VM-DONE-SW
                GO TO 179-VULN-NEXT-EXIT
           END-IF.

           IF VM-ACTIVE THEN
                ADD 1 TO WS-VM-COUNT
                MOVE VM-CATEGORY TO WS-VM-CATS(WS-VM-COUNT:1)
           END-IF.

       179-VULN-NEXT-EXIT.
           EXIT.

      * EXACT KEY MISSED - FALL BACK TO A GENERIC BROWSE STARTING AT
      * THE SEARCHED-FOR KEY SO THE OPERATOR HAS SOMETHING TO TRY NEXT
       305-BUILD-PICKLIST.

           MOVE AH-SEQNO TO WS-CA-HIST-SEQ.

           MOVE AH-CHG-DATE TO WS-CHG-DATE-DISP.

           STRING 'AS OF ' WS-CHG-DATE-DISP ' (' AH-EVENT-TYPE ') '
                AH-FNAME ' ' AH-SNAME
                ' LIM ' AH-CRLIMIT ' STAT ' AH-STAT
                DELIMITED BY SIZE INTO MSGO.
                LENGTH(WS-COMMAREA-LENGTH)
           END-EXEC.

      * PF19 - PAGE BACKWARD THROUGH THE ACCOUNT'S CORRESPONDENCE
      * LOG, NEWEST FIRST - THE SAME READPREV PAGING AS THE NOTES
      * BROWSE. THE FIRST PRESS FOR AN ACCOUNT STARTS ABOVE ITS
      * NEWEST ROW; THE NOTE FIELD SHOWS WHAT WENT AND HOW, THE
      * MESSAGE LINE WHEN, FROM WHICH RUN AND TO WHERE
       384-CORR-BROWSE.

           MOVE DFHCOMMAREA TO WS-COMMAREA.
           MOVE '384-CORR-BROWSE' TO WS-LAST-PARA.

           IF WS-CA-CLG-ACCTNO NOT = WS-CA-CURR-ACCTNO THEN
                MOVE WS-CA-CURR-ACCTNO TO WS-CA-CLG-ACCTNO
                MOVE 9999999 TO WS-CA-CLG-DATE
                MOVE 9999999 TO WS-CA-CLG-TIME
                MOVE 9999 TO WS-CA-CLG-SEQ
           END-IF.

           MOVE WS-CA-CLG-ACCTNO TO CL-ACCTNO.
           MOVE WS-CA-CLG-DATE TO CL-RUN-DATE.
           MOVE WS-CA-CLG-TIME TO CL-RUN-TIME.
           MOVE WS-CA-CLG-SEQ TO CL-SEQNO.

           EXEC CICS STARTBR
                FILE('CORRLOG')
                RIDFLD(CL-KEY)
                GTEQ
                RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP NOT = DFHRESP(NORMAL) AND
                WS-RESP NOT = DFHRESP(NOTFND) THEN
                MOVE 'NO CORRESPONDENCE ON FILE FOR THIS ACCOUNT'
                     TO MSGO
                MOVE SPACES TO WS-CA-CLG-ACCTNO
                GO TO 384-CORR-BROWSE-SEND
           END-IF.

      * NOTFND ONLY MEANS NOTHING SORTS ABOVE THIS KEY - THE LAST
      * ACCOUNT ON FILE. BROWSE AGAIN FROM THE END OF THE FILE SO THE
      * READPREV STILL LANDS ON ITS NEWEST ROW
           IF WS-RESP = DFHRESP(NOTFND) THEN
                MOVE HIGH-VALUES TO CL-KEY
                EXEC CICS STARTBR
                     FILE('CORRLOG')
                     RIDFLD(CL-KEY)
                     GTEQ
                     RESP(WS-RESP)
                END-EXEC
           END-IF.

           EXEC CICS READPREV
                FILE('CORRLOG')
                INTO(CORRLOG-REC)
                RIDFLD(CL-KEY)
                LENGTH(CORRLOG-LEN)
                RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP NOT = DFHRESP(NORMAL) OR
                CL-ACCTNO NOT = WS-CA-CURR-ACCTNO THEN
                EXEC CICS ENDBR FILE('CORRLOG') END-EXEC
                MOVE 'NO EARLIER CORRESPONDENCE FOR THIS ACCOUNT'
                     TO MSGO
                MOVE SPACES TO WS-CA-CLG-ACCTNO
                GO TO 384-CORR-BROWSE-SEND
           END-IF.

           EXEC CICS ENDBR FILE('CORRLOG') END-EXEC.

           MOVE CL-RUN-DATE TO WS-CA-CLG-DATE.
           MOVE CL-RUN-TIME TO WS-CA-CLG-TIME.
           MOVE CL-SEQNO TO WS-CA-CLG-SEQ.

           IF CL-CHANNEL-EMAIL THEN
                MOVE 'EMAIL' TO WS-CLG-CHANNEL-DISP
                MOVE CL-EMAIL TO WS-CLG-SENT-TO
           ELSE
                MOVE 'POST' TO WS-CLG-CHANNEL-DISP
                MOVE CL-ADDR1 TO WS-CLG-SENT-TO
           END-IF.

           IF CL-SUPPRESSED THEN
                MOVE 'HELD-' TO WS-CLG-STATUS-DISP
                MOVE CL-SUPP-REASON TO WS-CLG-STATUS-DISP(6:1)
           ELSE
                MOVE 'SENT' TO WS-CLG-STATUS-DISP
           END-IF.

      * A TEMPLATED LETTER SHOWS THE LTRTMPL LETTER AND VERSION
           MOVE SPACES TO WS-CLG-TMPL-DISP.
           IF CL-TMPL-ID NOT = SPACES THEN
                STRING CL-TMPL-ID '/' CL-TMPL-VER
                     DELIMITED BY SIZE INTO WS-CLG-TMPL-DISP
           END-IF.

           MOVE SPACES TO NOTEO.
           STRING CL-DOC-TYPE ' ' CL-DOC-REF ' '
                WS-CLG-CHANNEL-DISP ' ' WS-CLG-STATUS-DISP ' '
                WS-CLG-TMPL-DISP
                DELIMITED BY SIZE INTO NOTEO.

           MOVE CL-RUN-DATE TO WS-CLG-DATE-DISP.
           MOVE SPACES TO MSGO.
           STRING WS-CLG-DATE-DISP ' ' CL-JOBNAME ' '
                WS-CLG-SENT-TO ' PF19 EARLIER'
                DELIMITED BY SIZE INTO MSGO.

       384-CORR-BROWSE-SEND.

           EXEC CICS SEND
                MAP('MAP1')
                MAPSET('DCI8DMR')
           END-EXEC.

           EXEC CICS RETURN
                TRANSID('I8D1')
                COMMAREA(WS-COMMAREA)
                LENGTH(WS-COMMAREA-LENGTH)
           END-EXEC.

      * PF10 - PAGE BACKWARD THROUGH THE ACCOUNT'S ACCTTXN DEBITS
      * AND CREDITS, NEWEST FIRST - THE SAME READPREV PAGING AS THE
      * NOTES BROWSE, WITH A RUNNING BALANCE COLUMN. THE FIRST PRESS
                ' BAL ' WS-TXN-BAL-DISP
                DELIMITED BY SIZE INTO MSGO.

           PERFORM 389-TXN-NARRATIVE THRU 389-TXN-NARR-EXIT.

           IF TX-TYPE-CREDIT THEN
                ADD TX-AMOUNT TO WS-CA-TXN-BAL
           ELSE
                LENGTH(WS-COMMAREA-LENGTH)
           END-EXEC.

      * PF12 - ACROSS TO THE DISPUTE SCREEN FOR THE ROW PF10 LAST
      * SHOWED, WHOSE KEY WS-CA-TXN-DATE/WS-CA-TXN-SEQ STILL HOLD.
      * NOTHING TO DISPUTE UNTIL PF10 HAS PUT A ROW ON THE SCREEN
       387-JUMP-DISPUTE.

           MOVE DFHCOMMAREA TO WS-COMMAREA.
           MOVE '387-JUMP-DISPUTE' TO WS-LAST-PARA.

           IF WS-CA-TXN-ACCTNO NOT = WS-CA-CURR-ACCTNO OR
                WS-CA-TXN-ACCTNO = SPACES OR
                WS-CA-TXN-ACCTNO = LOW-VALUES OR
                WS-CA-TXN-DATE = 9999999 THEN
                MOVE 'PAGE TO A TRANSACTION WITH PF10 FIRST' TO MSGO
                GO TO 386-TXN-BROWSE-SEND
           END-IF.

           MOVE WS-CA-TXN-ACCTNO TO WS-DSP-ACCTNO.
           MOVE WS-CA-TXN-DATE TO WS-DSP-DATE.
           MOVE WS-CA-TXN-SEQ TO WS-DSP-SEQNO.

           EXEC CICS XCTL
                PROGRAM('DCI8DPHD')
                COMMAREA(WS-DSP-TXKEY)
                LENGTH(WS-DSP-TXKEY-LEN)
           END-EXEC.

      * THE NARRATIVE FOR THE PF10 ROW ON SHOW - MERCHANT OR PAYEE,
      * CATEGORY AND ORIGINATOR REFERENCE OFF TXNNARR. A ROW WITH NO
      * NARRATIVE LEAVES THE LINE BLANK
       389-TXN-NARRATIVE.

           MOVE SPACES TO TXNARRO.
           MOVE TX-KEY TO NR-KEY.

           EXEC CICS READ
                FILE('TXNNARR')
                INTO(TXNNARR-REC)
                LENGTH(TXNNARR-LEN)
                RIDFLD(NR-KEY)
                RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP = DFHRESP(NORMAL) THEN
                STRING NR-MERCHANT ' ' NR-CATEGORY
                     ' REF ' NR-ORIG-REF
                     DELIMITED BY SIZE INTO TXNARRO
           END-IF.

      * A ROW ON THE REVERSAL REGISTER SHOWS THAT IN PLACE OF THE
      * NARRATIVE - STAGED, REVERSED BY ITS OFFSET, OR ITSELF THE
      * OFFSET OF AN EARLIER ROW - WITH THE REASON GIVEN
           MOVE TX-KEY TO RV-KEY.

           EXEC CICS READ
                FILE('TXNREV')
                INTO(TXNREV-REC)
                LENGTH(TXNREV-LEN)
                RIDFLD(RV-KEY)
                RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP NOT = DFHRESP(NORMAL) THEN
                GO TO 389-TXN-NARR-EXIT
           END-IF.

           MOVE SPACES TO TXNARRO.
           MOVE RV-PAIR-DATE TO WS-REV-PAIR-DATE-DISP.
           MOVE RV-PAIR-SEQNO TO WS-REV-PAIR-SEQ-DISP.

           IF RV-PENDING THEN
                STRING 'REVERSAL STAGED - ' RV-REASON
                     DELIMITED BY SIZE INTO TXNARRO
           ELSE IF RV-OFFSET THEN
                STRING 'REVERSAL OF ' WS-REV-PAIR-DATE-DISP
                     '/' WS-REV-PAIR-SEQ-DISP ' - ' RV-REASON
                     DELIMITED BY SIZE INTO TXNARRO
           ELSE
                STRING 'REVERSED BY ' WS-REV-PAIR-DATE-DISP
                     '/' WS-REV-PAIR-SEQ-DISP ' - ' RV-REASON
                     DELIMITED BY SIZE INTO TXNARRO
           END-IF
           END-IF.

       389-TXN-NARR-EXIT.
           EXIT.

      * PF11 - QUEUE A COPY-STATEMENT REQUEST FOR THE DISPLAYED
      * ACCOUNT AND THE PERIOD (YYYYMM) KEYED IN THE PERIOD FIELD.
      * THE DAILY DCI8BRPR BATCH REGENERATES THE STATEMENT FROM
                LENGTH(WS-COMMAREA-LENGTH)
           END-EXEC.

      * PF17 - REVERSE THE PF10 ROW ON SHOW, ON TWO OPERATORS' SAY.
      * THE FIRST PRESS STAGES THE REVERSAL ON TXNREV WITH THE REASON
      * KEYED IN THE NOTE FIELD; A DIFFERENT OPERATOR HOLDING THE
      * 'TXNREVRS' FUNCTION PRESSING PF17 ON THE SAME ROW APPROVES IT
      * AND POSTS THE OFFSETTING ROW - THE SAME SECOND-APPROVER RULE
      * AS DCI8DPGU'S STAGED CRLIMIT INCREASE. A ROW ALREADY
      * REVERSED, OR ITSELF THE OFFSET OF ANOTHER, IS REFUSED
       392-TXN-REVERSE.

           MOVE DFHCOMMAREA TO WS-COMMAREA.
           MOVE '392-TXN-REVERSE' TO WS-LAST-PARA.

           EXEC CICS HANDLE CONDITION
                MAPFAIL(100-FIRST-TIME)
                ERROR(999-UNHANDLED-ERROR)
           END-EXEC.

           EXEC CICS RECEIVE
                MAP('MAP1')
                MAPSET('DCI8DMR')
           END-EXEC.

           IF WS-CA-TXN-ACCTNO NOT = WS-CA-CURR-ACCTNO OR
                WS-CA-TXN-ACCTNO = SPACES OR
                WS-CA-TXN-ACCTNO = LOW-VALUES OR
                WS-CA-TXN-DATE = 9999999 THEN
                MOVE 'PAGE TO A TRANSACTION WITH PF10 FIRST' TO MSGO
                GO TO 392-TXN-REVERSE-SEND
           END-IF.

      * DURING THE BATCH WINDOW, OR WITH TODAY IN AN ACCOUNTING
      * PERIOD ALREADY CLOSED, NOTHING IS STAGED OR POSTED
           PERFORM 065-CHECK-DAYSTATE THRU 065-DAYSTATE-EXIT.
           IF WS-DAY-OPEN-SW NOT = 'Y' THEN
                MOVE 'POSTING IN PROGRESS - TRY AGAIN SHORTLY' TO MSGO
                GO TO 392-TXN-REVERSE-SEND
           END-IF.

           PERFORM 066-CHECK-PERIOD THRU 066-PERIOD-EXIT.
           IF WS-PRD-OPEN-SW NOT = 'Y' THEN
                MOVE 'TODAY IS IN A CLOSED ACCOUNTING PERIOD' TO MSGO
                GO TO 392-TXN-REVERSE-SEND
           END-IF.

           MOVE WS-CA-TXN-ACCTNO TO TX-ACCTNO.
           MOVE WS-CA-TXN-DATE TO TX-DATE.
           MOVE WS-CA-TXN-SEQ TO TX-SEQNO.

           EXEC CICS READ
                FILE('ACCTTXN')
                INTO(ACCTTXN-REC)
                LENGTH(ACCTTXN-LEN)
                RIDFLD(TX-KEY)
                RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP NOT = DFHRESP(NORMAL) THEN
                MOVE 'TRANSACTION NO LONGER ON FILE' TO MSGO
                GO TO 392-TXN-REVERSE-SEND
           END-IF.

           MOVE TX-KEY TO WS-REV-ORIG-KEY.
           MOVE TX-TYPE TO WS-REV-ORIG-TYPE.
           MOVE TX-AMOUNT TO WS-REV-AMOUNT.

           MOVE TX-KEY TO RV-KEY.

           EXEC CICS READ
                FILE('TXNREV')
                INTO(TXNREV-REC)
                LENGTH(TXNREV-LEN)
                RIDFLD(RV-KEY)
                RESP(WS-RESP)
           END-EXEC.

      * NOTHING ON THE REGISTER YET - THIS PRESS STAGES IT
           IF WS-RESP NOT = DFHRESP(NORMAL) THEN
                GO TO 393-STAGE-REVERSAL
           END-IF.

           IF RV-OFFSET THEN
                MOVE 'THIS ROW IS ITSELF A REVERSAL - NOT REVERSIBLE'
                     TO MSGO
           ELSE IF RV-REVERSED THEN
                MOVE 'ROW ALREADY REVERSED - SEE ITS OFFSET ROW'
                     TO MSGO
           ELSE IF RV-REQ-USERID = EIBUSERID THEN
                MOVE
                'REVERSAL ALREADY STAGED - NEEDS A DIFFERENT OPERATOR'
                     TO MSGO
           ELSE
                GO TO 394-APPROVE-REVERSAL
           END-IF
           END-IF
           END-IF.

       392-TXN-REVERSE-SEND.

           EXEC CICS SEND
                MAP('MAP1')
                MAPSET('DCI8DMR')
           END-EXEC.

           EXEC CICS RETURN
                TRANSID('I8D1')
                COMMAREA(WS-COMMAREA)
                LENGTH(WS-COMMAREA-LENGTH)
           END-EXEC.

      * FIRST OPERATOR - FILE THE ROW'S REVERSAL AS PENDING, WITH
      * THE REASON AND WHO ASKED. NO MONEY MOVES YET
       393-STAGE-REVERSAL.

           MOVE '393-STAGE-REVERSAL' TO WS-LAST-PARA.

           IF NOTEL = 0 OR NOTEI = SPACES THEN
                MOVE 'KEY THE REVERSAL REASON IN THE NOTE FIELD FIRST'
                     TO MSGO
                GO TO 392-TXN-REVERSE-SEND
           END-IF.

           MOVE WS-REV-ORIG-KEY TO RV-KEY.
           MOVE 'O' TO RV-ROLE.
           MOVE 'P' TO RV-STATUS.
           MOVE 0 TO RV-PAIR-DATE.
           MOVE 0 TO RV-PAIR-SEQNO.
           MOVE SPACE TO RV-PAIR-TYPE.
           MOVE WS-REV-AMOUNT TO RV-AMOUNT.
           MOVE NOTEI TO RV-REASON.
           MOVE EIBUSERID TO RV-REQ-USERID.
           MOVE EIBTRMID TO RV-REQ-TRMID.
           MOVE EIBDATE TO RV-REQ-DATE.
           MOVE EIBTIME TO RV-REQ-TIME.
           MOVE SPACES TO RV-APP-USERID.
           MOVE SPACES TO RV-APP-TRMID.
           MOVE 0 TO RV-APP-DATE.
           MOVE 0 TO RV-APP-TIME.

           EXEC CICS WRITE
                FILE('TXNREV')
                FROM(TXNREV-REC)
                LENGTH(TXNREV-LEN)
                RIDFLD(RV-KEY)
                RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP = DFHRESP(NORMAL) THEN
                MOVE 'REVERSAL STAGED - NEEDS A 2ND OPERATOR TO APPROVE'
                     TO MSGO
           ELSE
                MOVE 'REVERSAL REGISTER WRITE FAILED - NOTHING STAGED'
                     TO MSGO
           END-IF.

           GO TO 392-TXN-REVERSE-SEND.

      * SECOND OPERATOR - POST THE OFFSETTING ROW ON THE OPPOSITE
      * SIDE FOR THE SAME AMOUNT, DATED TODAY ON AN ONLINE SEQUENCE,
      * MOVE CURR-BAL BACK, NARRATE THE OFFSET WITH A POINTER TO THE
      * ROW IT REVERSES, AND PAIR THE TWO ON TXNREV. ANY FAILURE
      * AFTER THE FIRST WRITE BACKS THE WHOLE UNIT OUT
       394-APPROVE-REVERSAL.

           MOVE '394-APPROVE-REVERSAL' TO WS-LAST-PARA.

      * APPROVING IS A NAMED FUNCTION IN THE FUNCAUTH MATRIX, ON TOP
      * OF THE DIFFERENT-OPERATOR RULE - IT MOVES MONEY, SO THE
      * LEGACY DEFAULT IS FULL CLASS ONLY
           MOVE 'TXNREVRS' TO FH-FUNCTION.
           PERFORM 170-CHECK-AUTHORITY THRU 170-CHECK-EXIT.
           IF FH-ALLOW NOT = 'Y' THEN
                MOVE 'NOT AUTHORIZED TO APPROVE STAGED REVERSALS'
                     TO MSGO
                GO TO 392-TXN-REVERSE-SEND
           END-IF.

      * NOBODY WORKS AN ACCOUNT THAT IS THEIR OWN OR CONNECTED TO
      * THEM - DCI8DPHN REFUSES IT AND LOGS THE ATTEMPT
           MOVE WS-REV-ORIG-ACCTNO TO CK-ACCTNO.
           MOVE 'TXNREVRS' TO CK-ACTION.
           PERFORM 176-CHECK-CONNECTED THRU 176-CHECK-EXIT.
           IF CK-BLOCKED = 'Y' THEN
                MOVE 'ACCOUNT CONNECTED TO YOU - REFER TO A COLLEAGUE'
                     TO MSGO
                GO TO 392-TXN-REVERSE-SEND
           END-IF.

      * A CREDIT COMES BACK OUT AS A DEBIT; ANYTHING ON THE DEBIT
      * SIDE (CHARGE, INTEREST, FEE) AS A CREDIT
           IF WS-REV-ORIG-TYPE = 'C' THEN
                MOVE 'D' TO WS-REV-TYPE
           ELSE
                MOVE 'C' TO WS-REV-TYPE
           END-IF.

      * THE OFFSET CARRIES THE ORIGINAL'S MERCHANT OR PAYEE, SO THE
      * STATEMENT SHOWS THE SAME NAME ON BOTH HALVES
           MOVE 'REVERSAL' TO WS-REV-MERCHANT.
           MOVE WS-REV-ORIG-KEY TO NR-KEY.

           EXEC CICS READ
                FILE('TXNNARR')
                INTO(TXNNARR-REC)
                LENGTH(TXNNARR-LEN)
                RIDFLD(NR-KEY)
                RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP = DFHRESP(NORMAL) AND NR-MERCHANT NOT = SPACES
                THEN
                MOVE NR-MERCHANT TO WS-REV-MERCHANT
           END-IF.

           MOVE WS-REV-ORIG-ACCTNO TO ACCTNO.

           EXEC CICS READ
                FILE('ACCTFILE')
                INTO(ACCTREC)
                LENGTH(ACCTREC-LEN)
                RIDFLD(ACCTKEY)
                UPDATE
                RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP NOT = DFHRESP(NORMAL) THEN
                MOVE 'ACCOUNT NOT ON ACCTFILE - NOTHING REVERSED'
                     TO MSGO
                GO TO 392-TXN-REVERSE-SEND
           END-IF.

           IF WS-REV-TYPE = 'D' THEN
                COMPUTE WS-NEW-BALANCE = CURR-BAL + WS-REV-AMOUNT
           ELSE
                COMPUTE WS-NEW-BALANCE = CURR-BAL - WS-REV-AMOUNT
           END-IF.

           IF WS-NEW-BALANCE > 99999999 OR
              WS-NEW-BALANCE < -99999999 THEN
                MOVE 'POSTED BALANCE WOULD OVERFLOW - NOT REVERSED'
                     TO MSGO
                GO TO 392-TXN-REVERSE-SEND
           END-IF.

           PERFORM 391-NEXT-ONLINE-SEQ THRU 391-NEXT-SEQ-EXIT.

           MOVE WS-REV-TYPE TO TX-TYPE.
           MOVE WS-REV-AMOUNT TO TX-AMOUNT.
           MOVE WS-TODAY-YYYYDDD TO TX-POST-DATE.
           MOVE 'DCI8DPGR' TO TX-POST-JOB.
           MOVE 'O' TO TX-SOURCE.

           EXEC CICS WRITE
                FILE('ACCTTXN')
                FROM(ACCTTXN-REC)
                LENGTH(ACCTTXN-LEN)
                RIDFLD(TX-KEY)
                RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP NOT = DFHRESP(NORMAL) THEN
                MOVE 'TXN FILE WRITE FAILED - NOTHING REVERSED' TO MSGO
                GO TO 392-TXN-REVERSE-SEND
           END-IF.

      * THE NEW ROW JOINS ITS ACCOUNT'S HASH CHAIN (SEE HASHCHN)
           MOVE 'S' TO CP-FUNCTION.
           MOVE 'T' TO CP-FILE.
           MOVE ACCTTXN-REC TO CP-ROW.
           EXEC CICS LINK
                PROGRAM('DCI8DPHM')
                COMMAREA(CHAINPRM)
                LENGTH(CHAINPRM-LEN)
           END-EXEC.

           MOVE WS-NEW-BALANCE TO CURR-BAL.

           EXEC CICS REWRITE
                FILE('ACCTFILE')
                FROM(ACCTREC)
                LENGTH(ACCTREC-LEN)
                RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP NOT = DFHRESP(NORMAL) THEN
                GO TO 394-ROLL-BACK
           END-IF.

           MOVE WS-REV-ORIG-DATE TO WS-REV-REF-DATE.
           MOVE WS-REV-ORIG-SEQNO TO WS-REV-REF-SEQ.
           MOVE TX-KEY TO NR-KEY.
           MOVE WS-REV-MERCHANT TO NR-MERCHANT.
           MOVE 'REV ' TO NR-CATEGORY.
           MOVE WS-REV-REF TO NR-ORIG-REF.

           EXEC CICS WRITE
                FILE('TXNNARR')
                FROM(TXNNARR-REC)
                LENGTH(TXNNARR-LEN)
                RIDFLD(NR-KEY)
                RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP NOT = DFHRESP(NORMAL) THEN
                GO TO 394-ROLL-BACK
           END-IF.

      * THE STAGED ROW IS RE-READ FOR UPDATE AND MARKED DONE WITH
      * THE OFFSET'S KEY AND WHO APPROVED IT
           MOVE WS-REV-ORIG-KEY TO RV-KEY.

           EXEC CICS READ
                FILE('TXNREV')
                INTO(TXNREV-REC)
                LENGTH(TXNREV-LEN)
                RIDFLD(RV-KEY)
                UPDATE
                RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP NOT = DFHRESP(NORMAL) OR NOT RV-PENDING THEN
                GO TO 394-ROLL-BACK
           END-IF.

           MOVE 'D' TO RV-STATUS.
           MOVE TX-DATE TO RV-PAIR-DATE.
           MOVE TX-SEQNO TO RV-PAIR-SEQNO.
           MOVE WS-REV-TYPE TO RV-PAIR-TYPE.
           MOVE EIBUSERID TO RV-APP-USERID.
           MOVE EIBTRMID TO RV-APP-TRMID.
           MOVE EIBDATE TO RV-APP-DATE.
           MOVE EIBTIME TO RV-APP-TIME.

           EXEC CICS REWRITE
                FILE('TXNREV')
                FROM(TXNREV-REC)
                LENGTH(TXNREV-LEN)
                RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP NOT = DFHRESP(NORMAL) THEN
                GO TO 394-ROLL-BACK
           END-IF.

      * THE OFFSET'S OWN ROW CARRIES THE SAME REASON AND SIGN-OFFS,
      * POINTING BACK AT THE ROW IT REVERSES
           MOVE TX-KEY TO RV-KEY.
           MOVE 'R' TO RV-ROLE.
           MOVE WS-REV-ORIG-DATE TO RV-PAIR-DATE.
           MOVE WS-REV-ORIG-SEQNO TO RV-PAIR-SEQNO.
           MOVE WS-REV-ORIG-TYPE TO RV-PAIR-TYPE.

           EXEC CICS WRITE
                FILE('TXNREV')
                FROM(TXNREV-REC)
                LENGTH(TXNREV-LEN)
                RIDFLD(RV-KEY)
                RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP NOT = DFHRESP(NORMAL) THEN
                GO TO 394-ROLL-BACK
           END-IF.

      * THE BALANCE HAS MOVED, SO THE NEXT PF10 STARTS AFRESH FROM
      * THE NEW CURR-BAL
           MOVE SPACES TO WS-CA-TXN-ACCTNO.
           MOVE CURR-BAL TO WS-CURBAL-DISP.
           MOVE WS-CURBAL-DISP TO CURBALO.
           MOVE TX-DATE TO WS-REV-PAIR-DATE-DISP.
           MOVE TX-SEQNO TO WS-REV-PAIR-SEQ-DISP.
           MOVE SPACES TO MSGO.
           STRING 'REVERSED - OFFSET POSTED AS ' WS-REV-PAIR-DATE-DISP
                ' SEQ ' WS-REV-PAIR-SEQ-DISP
                DELIMITED BY SIZE INTO MSGO.

           GO TO 392-TXN-REVERSE-SEND.

      * A WRITE FAILED AFTER THE OFFSET ROW WENT ON FILE - BACK THE
      * WHOLE UNIT OUT, THE DCI8DPGD TRANSFER TREATMENT, SO A ROW IS
      * NEVER LEFT HALF-REVERSED
       394-ROLL-BACK.

           EXEC CICS SYNCPOINT ROLLBACK END-EXEC.

           MOVE 'REVERSAL FAILED - NOTHING POSTED' TO MSGO.
           GO TO 392-TXN-REVERSE-SEND.

      * DRAW THE NEXT ONLINE SEQUENCE FOR THE ACCOUNT AND TODAY, THE
      * 9001-9999 RANGE DCI8DPGD'S 300-NEXT-ONLINE-SEQ DRAWS FROM
       391-NEXT-ONLINE-SEQ.

           MOVE '391-NEXT-ONLINE-SEQ' TO WS-LAST-PARA.

           COMPUTE WS-TODAY-YYYYDDD = EIBDATE + 1900000.

           MOVE ACCTNO TO TX-ACCTNO.
           MOVE WS-TODAY-YYYYDDD TO TX-DATE.
           MOVE 9999 TO TX-SEQNO.

           EXEC CICS STARTBR
                FILE('ACCTTXN')
                RIDFLD(TX-KEY)
                GTEQ
                RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP NOT = DFHRESP(NORMAL) THEN
                MOVE 9001 TO TX-SEQNO
                GO TO 391-NEXT-SEQ-EXIT
           END-IF.

           EXEC CICS READPREV
                FILE('ACCTTXN')
                INTO(ACCTTXN-REC)
                RIDFLD(TX-KEY)
                LENGTH(ACCTTXN-LEN)
                RESP(WS-RESP)
           END-EXEC.

           EXEC CICS ENDBR FILE('ACCTTXN') END-EXEC.

           IF WS-RESP = DFHRESP(NORMAL) AND
                TX-ACCTNO = ACCTNO AND
                TX-DATE = WS-TODAY-YYYYDDD AND
                TX-SEQNO NOT < 9001 THEN
                ADD 1 TO TX-SEQNO
           ELSE
                MOVE ACCTNO TO TX-ACCTNO
                MOVE WS-TODAY-YYYYDDD TO TX-DATE
                MOVE 9001 TO TX-SEQNO
           END-IF.

       391-NEXT-SEQ-EXIT.
           EXIT.

      * PF8 - ADD THE TEXT KEYED IN THE NOTE FIELD AS THE ACCOUNT'S
      * NEWEST NOTE, STAMPED WHO/WHERE/WHEN
       390-NOTE-ADD.
                LENGTH(9)
           END-EXEC.

      * PF3 - ACROSS TO THE CARD PLASTIC SCREEN FOR THE DISPLAYED
      * ACCOUNT, TO BLOCK A LOST OR STOLEN CARD OR ORDER ONE
       396-JUMP-CARDS.

           MOVE DFHCOMMAREA TO WS-COMMAREA.
           MOVE '396-JUMP-CARDS' TO WS-LAST-PARA.

           EXEC CICS XCTL
                PROGRAM('DCI8DPHE')
                COMMAREA(WS-CA-CURR-ACCTNO)
                LENGTH(9)
           END-EXEC.

      * PF1 - ACROSS TO THE SETTLEMENT QUOTE SCREEN FOR THE DISPLAYED
      * ACCOUNT, TO PROJECT THE BALANCE TO A PAY-OFF DATE
       397-JUMP-QUOTE.

           MOVE DFHCOMMAREA TO WS-COMMAREA.
           MOVE '397-JUMP-QUOTE' TO WS-LAST-PARA.

           EXEC CICS XCTL
                PROGRAM('DCI8DPHF')
                COMMAREA(WS-CA-CURR-ACCTNO)
                LENGTH(9)
           END-EXEC.

      * PF13 - ACROSS TO THE COMPLAINTS REGISTER FOR THE DISPLAYED
      * ACCOUNT, TO RECORD A COMPLAINT OR WORK ONE TO ITS RESPONSE
       398-JUMP-COMPLAINT.

           MOVE DFHCOMMAREA TO WS-COMMAREA.
           MOVE '398-JUMP-COMPLAINT' TO WS-LAST-PARA.

           EXEC CICS XCTL
                PROGRAM('DCI8DPHG')
                COMMAREA(WS-CA-CURR-ACCTNO)
                LENGTH(9)
           END-EXEC.

      * PF14 - ACROSS TO THE VULNERABLE CUSTOMER REGISTER FOR THE
      * DISPLAYED ACCOUNT, TO RECORD, REVIEW OR REMOVE A MARKER
       399-JUMP-VULNERABLE.

           MOVE DFHCOMMAREA TO WS-COMMAREA.
           MOVE '399-JUMP-VULNERABLE' TO WS-LAST-PARA.

           EXEC CICS XCTL
                PROGRAM('DCI8DPHI')
                COMMAREA(WS-CA-CURR-ACCTNO)
                LENGTH(9)
           END-EXEC.

      * PF15 - ACROSS TO THE INSOLVENCY CASE SCREEN FOR THE DISPLAYED
      * ACCOUNT, TO RECORD A BANKRUPTCY, IVA OR DRO, POST A DIVIDEND
      * OR DISCHARGE THE CASE
       401-JUMP-INSOLVENCY.

           MOVE DFHCOMMAREA TO WS-COMMAREA.
           MOVE '401-JUMP-INSOLVENCY' TO WS-LAST-PARA.

           EXEC CICS XCTL
                PROGRAM('DCI8DPHK')
                COMMAREA(WS-CA-CURR-ACCTNO)
                LENGTH(9)
           END-EXEC.

      * PF16 - ACROSS TO THE TRACE ADDRESS REVIEW SCREEN FOR THE
      * DISPLAYED ACCOUNT, TO CONFIRM OR REJECT THE ADDRESS THE TRACE
      * AGENCY PROPOSES FOR A GONE-AWAY
       402-JUMP-TRACE.

           MOVE DFHCOMMAREA TO WS-COMMAREA.
           MOVE '402-JUMP-TRACE' TO WS-LAST-PARA.

           EXEC CICS XCTL
                PROGRAM('DCI8DPHL')
                COMMAREA(WS-CA-CURR-ACCTNO)
                LENGTH(9)
           END-EXEC.

      * PF18 - ACROSS TO THE CUSTOMER SUMMARY FOR THE DISPLAYED
      * ACCOUNT - WHERE THE CUSTOMER STANDS ON ONE READ-ONLY SCREEN
       403-JUMP-SUMMARY.

           MOVE DFHCOMMAREA TO WS-COMMAREA.
           MOVE '403-JUMP-SUMMARY' TO WS-LAST-PARA.

           EXEC CICS XCTL
                PROGRAM('DCI8DPHO')
                COMMAREA(WS-CA-CURR-ACCTNO)
                LENGTH(9)
           END-EXEC.

      * LOOKS THE SIGNED-ON OPERATOR'S CLASS UP AND ASKS DCI8DPGH
      * WHETHER THE FUNCTION IN FH-FUNCTION IS ALLOWED - FULL CLASS
      * IS THE LEGACY DEFAULT, THE DCI8DPHD PATTERN
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
       176-CHECK-CONNECTED.

           MOVE EIBOPID TO CK-OPER-ID.
           MOVE 'N' TO CK-BLOCKED.

           EXEC CICS LINK
                PROGRAM('DCI8DPHN')
                COMMAREA(WS-CONNCHK-CA)
                LENGTH(WS-CONNCHK-CA-LEN)
           END-EXEC.

       176-CHECK-EXIT.
           EXIT.

      * THE SCHEDULE CLOSES THE ONLINE DAY AROUND THE NIGHTLY
      * POSTING RUN VIA THE ACCTCTL 'DAYSTATE' ROW, SET BY DCI8BDAY
      * (1 OPEN, 2 CUTOVER, 3 BATCH). AT CUTOVER OR BATCH A REVERSAL
      * REFUSES RATHER THAN INTERLEAVE WITH DCI8BPST'S REWRITES. A
      * MISSING ROW MEANS OPEN - THE LEGACY BEHAVIOUR
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

      * THE ACCTCTL 'PRDCLOSE' ROW CARRIES THE LAST DAY OF THE LATEST
      * ACCOUNTING PERIOD DCI8BPCL HAS CLOSED, AS YYYYDDD - AN OFFSET
      * DATED ON OR BEFORE IT WOULD CHANGE FIGURES ALREADY REPORTED.
      * A MISSING ROW OR ZERO MEANS NOTHING IS CLOSED
       066-CHECK-PERIOD.

           MOVE 'Y' TO WS-PRD-OPEN-SW.
           COMPUTE WS-TODAY-YYYYDDD = EIBDATE + 1900000.
           MOVE 'PRDCLOSE' TO CT-KEYNAME.

           EXEC CICS READ
                FILE('ACCTCTL')
                INTO(ACCTCTL-REC)
                LENGTH(ACCTCTL-LEN)
                RIDFLD(CT-KEYNAME)
                RESP(WS-PRD-RESP)
           END-EXEC.

           IF WS-PRD-RESP = DFHRESP(NORMAL) AND
                WS-TODAY-YYYYDDD NOT > CT-NEXT-ACCTNO THEN
                MOVE 'N' TO WS-PRD-OPEN-SW
           END-IF.

       066-PERIOD-EXIT.
           EXIT.

       999-EXIT.
           MOVE LOW-VALUES TO MAP1O.
           EXEC CICS XCTL
