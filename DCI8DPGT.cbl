      * HARDSHIP ARRANGEMENT SCREEN, PF6 IS THE SUPERVISOR-GATED
      * CHARGE-OFF, AND PF5 WAIVES (OR, IF ALREADY
      * ASSESSED, REVERSES) THE KEYED CYCLE'S OVER-LIMIT FEE FOR THE
      * KEYED ACCOUNT - REASON REQUIRED, STAMPED ON THE OVLFEE ROW.
      * PF10 DOES THE SAME FOR THE KEYED CYCLE'S LATE PAYMENT FEE
      * (DCI8BLTF), STAMPED ON THE LATEFEE ROW. AN ITEM WHOSE ACCOUNT
      * CARRIES AN ACTIVE VULNMARK MARKER IS FLAGGED VULN ON THE LIST
      * WITH A BANNER OVER IT, AND MAY ONLY BE REASSIGNED TO A
      * SPECIALIST COLLECTOR - AN OPERATOR GRANTED VULNWORK.
      * ITEMS THE OUTBOUND DIALLER HAS TRIED CARRY THE DISPOSITION
      * THE DCI8BDLR RESULT IMPORT SET - A NO ANSWER, W WRONG NUMBER
      * - AND A NOTE LINE PER CALL; A COLLECTOR RECORDS OVER THEM
      * HERE IN THE USUAL WAY
      * EVERY DISPOSITION, PROMISE, REASSIGNMENT AND CHARGE-OFF IS
      * ALSO WRITTEN TO THE WLHIST HISTORY WITH THE WHO/WHEN STAMP -
      * WORKLIST ITSELF ONLY EVER HOLDS THE LATEST - IN THE SAME UNIT
      * OF WORK, SO A CHANGE THAT CANNOT BE HISTORIED IS NOT MADE.
      * NO DISPOSITION, REASSIGNMENT, WAIVER OR CHARGE-OFF IS TAKEN
      * ON AN ACCOUNT THAT IS THE OPERATOR'S OWN OR CONNECTED TO
      * THEM - DCI8DPHN REFUSES IT AND LOGS THE ATTEMPT

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
      * COPY OVER-LIMIT FEE CYCLE RECORD - PF5 WAIVER/REVERSAL
       COPY 'OVLFEE'.

      * COPY LATE PAYMENT FEE CYCLE RECORD - PF10 WAIVER/REVERSAL
       COPY 'LATEFEE'.

      * COPY RECOVERY LEDGER RECORD - PF6 CHARGE-OFF
       COPY 'RECOVLDG'.

      * THE OFFSETTING CREDIT AND ADJUSTS THE BALANCE ON THE SPOT
       COPY 'ACCTREC'.
       COPY 'ACCTTXN'.
      * COPY THE HASH CHAIN PARAMETER BLOCK FOR DCI8DPHM
       COPY 'CHAINPRM'.

      * COPY SYSTEM CONTROL RECORD LAYOUT - THE 'DAYSTATE' ROW
       COPY 'ACCTCTL'.

      * COPY VULNERABLE CUSTOMER MARKER LAYOUT - SEE 330-CHECK-VULN
       COPY 'VULNMARK'.

      * COPY WORKLIST HISTORY RECORD LAYOUT - SEE 700-WRITE-HISTORY
       COPY 'WLHIST'.

       01 WS-MESSAGE  PIC X(60) VALUE SPACES.

       01 WS-RESP               PIC S9(8) COMP.
           05 LL-NOTE           PIC X(14).
           05 FILLER            PIC X(1) VALUE SPACES.
           05 LL-COLL           PIC X(3).
           05 FILLER            PIC X(1) VALUE SPACES.
           05 LL-VULN           PIC X(4).

       77 WS-LIST-COUNT         PIC S9(4) COMP VALUE 0.
       77 WS-LIST-EOF           PIC X(01) VALUE 'N'.

      * VULNERABILITY WORK - WS-VULN-SW 'Y' WHEN WS-VULN-ACCTNO HAS
      * AN ACTIVE MARKER; WS-VULN-LISTED COUNTS THE FLAGGED LINES
       01 WS-VULN-ACCTNO        PIC X(09) VALUE SPACES.
       77 WS-VULN-SW            PIC X(01) VALUE 'N'.
       77 WS-VULN-DONE-SW       PIC X(01) VALUE 'N'.
       77 WS-VULN-LISTED        PIC S9(4) COMP VALUE 0.
       01 WS-VULN-RESP          PIC S9(8) COMP.
       01 WS-VULN-BANNER        PIC X(60) VALUE
           'VULN - VULNERABLE CUSTOMER, SPECIALIST HANDLING ONLY'.

      * THE QUEUE IN VIEW - THE SIGNED-ON COLLECTOR'S BY DEFAULT;
      * A SUPERVISOR MAY KEY ANOTHER OPERATOR IN THE QUEUE FIELD,
      * OR * FOR EVERY QUEUE. UNOWNED ITEMS SHOW IN EVERY QUEUE
       01 WS-DAY-RESP           PIC S9(8) COMP.
       77 WS-DAY-OPEN-SW        PIC X(01) VALUE 'Y'.

      * HISTORY WRITE WORK - SEE 700-WRITE-HISTORY
       01 WS-WH-RESP            PIC S9(8) COMP.
       77 WS-WH-DONE-SW         PIC X(01) VALUE 'N'.

      * THE PF7 LIST IS BUILT IN SEVERITY PASSES - 90+ DAY ITEMS
      * FIRST, THEN 60, THEN 30, THEN THE UNGRADED DORMANCY ITEMS -
      * SO THE WORST CASES ALWAYS TOP THE SCREEN
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
                PF6(520-CHARGE-OFF)
                PF7(300-LIST-ITEMS)
                PF9(999-EXIT)
                PF10(530-WAIVE-LATE-FEE)
           END-EXEC.

           EXEC CICS HANDLE CONDITION
                GO TO 999-ERROR-MSG-RETURN
           END-IF.

      * NOBODY WORKS AN ACCOUNT THAT IS THEIR OWN OR CONNECTED TO
      * THEM - DCI8DPHN REFUSES IT AND LOGS THE ATTEMPT
           MOVE ACCTNOI TO CK-ACCTNO.
           MOVE 'WORKLIST' TO CK-ACTION.
           PERFORM 175-CHECK-CONNECTED THRU 175-CHECK-EXIT.
           IF CK-BLOCKED = 'Y' THEN
                MOVE 'ACCOUNT CONNECTED TO YOU - REFER TO A COLLEAGUE'
                     TO WS-MESSAGE
                GO TO 999-ERROR-MSG-RETURN
           END-IF.

      * A COLLECTOR KEYED IN THE ASSIGN FIELD ROUTES THE ITEM TO
      * THAT QUEUE INSTEAD OF RECORDING A DISPOSITION - SUPERVISOR
      * ONLY
                LENGTH(WORKLIST-LEN)
           END-EXEC.

           IF DISPI = 'P' THEN
                MOVE 'P' TO WH-EVENT
           ELSE
                MOVE 'D' TO WH-EVENT
           END-IF.
           MOVE SPACES TO WH-PREV-COLLECTOR.
           PERFORM 700-WRITE-HISTORY THRU 700-HISTORY-EXIT.
           IF WS-WH-RESP NOT = DFHRESP(NORMAL) THEN
                EXEC CICS SYNCPOINT ROLLBACK END-EXEC
                MOVE 'HISTORY NOT WRITTEN - DISPOSITION NOT RECORDED'
                     TO WS-MESSAGE
                GO TO 999-ERROR-MSG-RETURN
           END-IF.

           MOVE LOW-VALUES TO MAP1O.
           STRING 'DISPOSITION ' DISPI ' RECORDED FOR ' WL-ACCTNO
                DELIMITED BY SIZE INTO MSGO.

           MOVE WL-ACCTNO TO WS-VULN-ACCTNO.
           PERFORM 330-CHECK-VULN THRU 330-VULN-EXIT.
           IF WS-VULN-SW = 'Y' THEN
                MOVE WS-VULN-BANNER TO VULNBNO
           END-IF.

           EXEC CICS SEND
                MAP('MAP1')
                MAPSET('DCI8DMT')
                GO TO 999-ERROR-MSG-RETURN
           END-IF.

      * A VULNERABLE CUSTOMER'S ITEM GOES ONLY TO A SPECIALIST - THE
      * ASSIGNEE, NOT THE SUPERVISOR, MUST HOLD VULNWORK, AND NO
      * CLASS HAS IT BY DEFAULT
           MOVE ACCTNOI TO WS-VULN-ACCTNO.
           PERFORM 330-CHECK-VULN THRU 330-VULN-EXIT.
           IF WS-VULN-SW = 'Y' THEN
                MOVE ASGNI TO FH-OPER-ID
                MOVE OPER-CLASS TO FH-CLASS
                MOVE 'VULNWORK' TO FH-FUNCTION
                MOVE 'N' TO FH-DEFAULT
                MOVE 'N' TO FH-ALLOW
                EXEC CICS LINK
                     PROGRAM('DCI8DPGH')
                     COMMAREA(WS-FUNCAUTH-CA)
                     LENGTH(WS-FUNCAUTH-CA-LEN)
                END-EXEC
                IF FH-ALLOW NOT = 'Y' THEN
                     MOVE 'VULNERABLE - ASSIGNEE IS NOT A SPECIALIST'
                          TO WS-MESSAGE
                     GO TO 999-ERROR-MSG-RETURN
                END-IF
           END-IF.

           MOVE ACCTNOI TO WL-ACCTNO.
           EXEC CICS READ
                FILE('WORKLIST')
                UPDATE
           END-EXEC.

           MOVE WL-COLLECTOR TO WH-PREV-COLLECTOR.
           MOVE ASGNI TO WL-COLLECTOR.

           EXEC CICS REWRITE
                LENGTH(WORKLIST-LEN)
           END-EXEC.

           MOVE 'R' TO WH-EVENT.
           PERFORM 700-WRITE-HISTORY THRU 700-HISTORY-EXIT.
           IF WS-WH-RESP NOT = DFHRESP(NORMAL) THEN
                EXEC CICS SYNCPOINT ROLLBACK END-EXEC
                MOVE 'HISTORY NOT WRITTEN - ITEM NOT REASSIGNED'
                     TO WS-MESSAGE
                GO TO 999-ERROR-MSG-RETURN
           END-IF.

           MOVE LOW-VALUES TO MAP1O.
           STRING 'ITEM ' WL-ACCTNO ' ASSIGNED TO ' ASGNI
                DELIMITED BY SIZE INTO MSGO.

           MOVE LOW-VALUES TO MAP1O.
           MOVE 0 TO WS-LIST-COUNT.
           MOVE 0 TO WS-VULN-LISTED.
           MOVE EIBDATE TO WS-TODAY.

           PERFORM 305-LIST-ONE-PASS THRU 305-PASS-EXIT
                     TO MSGO
           END-IF.

           IF WS-VULN-LISTED > 0 THEN
                MOVE WS-VULN-BANNER TO VULNBNO
           END-IF.

       300-LIST-SEND.

           EXEC CICS SEND
           MOVE WL-FOLLOWUP-DATE TO LL-FOLLOWUP.
           MOVE WL-COLLECTOR TO LL-COLL.

           MOVE SPACES TO LL-VULN.
           MOVE WL-ACCTNO TO WS-VULN-ACCTNO.
           PERFORM 330-CHECK-VULN THRU 330-VULN-EXIT.
           IF WS-VULN-SW = 'Y' THEN
                MOVE 'VULN' TO LL-VULN
                ADD 1 TO WS-VULN-LISTED
           END-IF.

           ADD 1 TO WS-LIST-COUNT.
           IF WS-LIST-COUNT = 1 THEN
                MOVE WS-LIST-LINE TO LIST1O
       310-LIST-EXIT.
           EXIT.

      * WS-VULN-SW 'Y' WHEN THE ACCOUNT IN WS-VULN-ACCTNO HAS ANY
      * ACTIVE VULNMARK MARKER - A BROWSE OF ITS CATEGORY ROWS, ON
      * ITS OWN KEY SO THE WORKLIST BROWSE AROUND IT IS UNDISTURBED
       330-CHECK-VULN.

           MOVE 'N' TO WS-VULN-SW.
           MOVE 'N' TO WS-VULN-DONE-SW.

           MOVE WS-VULN-ACCTNO TO VM-ACCTNO.
           MOVE LOW-VALUES TO VM-CATEGORY.

           EXEC CICS STARTBR
                FILE('VULNMARK')
                RIDFLD(VM-KEY)
                GTEQ
                RESP(WS-VULN-RESP)
           END-EXEC.

           IF WS-VULN-RESP NOT = DFHRESP(NORMAL) THEN
                GO TO 330-VULN-EXIT
           END-IF.

           PERFORM 335-VULN-NEXT THRU 335-VULN-NEXT-EXIT
               UNTIL WS-VULN-DONE-SW = 'Y'.

           EXEC CICS ENDBR FILE('VULNMARK') END-EXEC.

       330-VULN-EXIT.
           EXIT.

       335-VULN-NEXT.

           EXEC CICS READNEXT
                FILE('VULNMARK')
                INTO(VULNMARK-REC)
                RIDFLD(VM-KEY)
                LENGTH(VULNMARK-LEN)
                RESP(WS-VULN-RESP)
           END-EXEC.

           IF WS-VULN-RESP NOT = DFHRESP(NORMAL) OR
                VM-ACCTNO NOT = WS-VULN-ACCTNO THEN
                MOVE 'Y' TO WS-VULN-DONE-SW
                GO TO 335-VULN-NEXT-EXIT
           END-IF.

           IF VM-ACTIVE THEN
                MOVE 'Y' TO WS-VULN-SW
                MOVE 'Y' TO WS-VULN-DONE-SW
           END-IF.

       335-VULN-NEXT-EXIT.
           EXIT.

      * PF5 - WAIVE THE KEYED CYCLE'S OVER-LIMIT FEE FOR THE KEYED
      * ACCOUNT. AHEAD OF THE DCI8BFEE ASSESSMENT THE 'W' ROW
      * SUPPRESSES IT; AFTER ASSESSMENT THE FEE IS REVERSED WITH AN
                GO TO 999-ERROR-MSG-RETURN
           END-IF.

      * NOBODY WORKS AN ACCOUNT THAT IS THEIR OWN OR CONNECTED TO
      * THEM - DCI8DPHN REFUSES IT AND LOGS THE ATTEMPT
           MOVE ACCTNOI TO CK-ACCTNO.
           MOVE 'OVLWAIVE' TO CK-ACTION.
           PERFORM 175-CHECK-CONNECTED THRU 175-CHECK-EXIT.
           IF CK-BLOCKED = 'Y' THEN
                MOVE 'ACCOUNT CONNECTED TO YOU - REFER TO A COLLEAGUE'
                     TO WS-MESSAGE
                GO TO 999-ERROR-MSG-RETURN
           END-IF.

           IF CYCLEL = 0 OR CYCLEI = SPACES OR
                CYCLEI IS NOT NUMERIC THEN
                MOVE 'KEY THE FEE CYCLE AS YYYYMM' TO WS-MESSAGE
                GO TO 999-ERROR-MSG-RETURN
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

           SUBTRACT FE-AMOUNT FROM CURR-BAL.

           EXEC CICS REWRITE
           MOVE 'FEE WAIVED FOR THE CYCLE' TO WS-MESSAGE.
           GO TO 999-ERROR-MSG-RETURN.

      * PF10 - WAIVE THE KEYED CYCLE'S LATE PAYMENT FEE FOR THE KEYED
      * ACCOUNT, THE PF5 RULES APPLIED TO THE LATEFEE LEDGER. AHEAD OF
      * THE DCI8BLTF ASSESSMENT THE 'W' ROW SUPPRESSES IT; AFTER
      * ASSESSMENT THE FEE IS REVERSED WITH AN OFFSETTING CREDIT
      * (RESERVED SEQUENCE 8010) AND THE ROW GOES TO 'R'. A CYCLE THE
      * RUN ALREADY SUPPRESSED ('S') HAS NOTHING TO WAIVE
       530-WAIVE-LATE-FEE.

           MOVE '530-WAIVE-LATE-FEE' TO WS-LAST-PARA.

           EXEC CICS HANDLE CONDITION
                MAPFAIL(100-FIRST-TIME)
                ERROR(999-UNHANDLED-ERROR)
           END-EXEC.

           EXEC CICS RECEIVE
                MAP('MAP1')
                MAPSET('DCI8DMT')
           END-EXEC.

      * DURING THE BATCH WINDOW MONEY-POSTING ACTIONS REFUSE RATHER
      * THAN INTERLEAVE WITH THE NIGHT'S POSTING RUN
           PERFORM 065-CHECK-DAYSTATE THRU 065-DAYSTATE-EXIT.
           IF WS-DAY-OPEN-SW NOT = 'Y' THEN
                MOVE 'POSTING IN PROGRESS - TRY AGAIN SHORTLY'
                     TO WS-MESSAGE
                GO TO 999-ERROR-MSG-RETURN
           END-IF.

           IF ACCTNOL = 0 OR ACCTNOI = SPACES THEN
                MOVE 'KEY THE ACCOUNT NUMBER OFF THE LIST FIRST'
                     TO WS-MESSAGE
                GO TO 999-ERROR-MSG-RETURN
           END-IF.

      * NOBODY WORKS AN ACCOUNT THAT IS THEIR OWN OR CONNECTED TO
      * THEM - DCI8DPHN REFUSES IT AND LOGS THE ATTEMPT
           MOVE ACCTNOI TO CK-ACCTNO.
           MOVE 'LTFWAIVE' TO CK-ACTION.
           PERFORM 175-CHECK-CONNECTED THRU 175-CHECK-EXIT.
           IF CK-BLOCKED = 'Y' THEN
                MOVE 'ACCOUNT CONNECTED TO YOU - REFER TO A COLLEAGUE'
                     TO WS-MESSAGE
                GO TO 999-ERROR-MSG-RETURN
           END-IF.

           IF CYCLEL = 0 OR CYCLEI = SPACES OR
                CYCLEI IS NOT NUMERIC THEN
                MOVE 'KEY THE STATEMENT CYCLE AS YYYYMM' TO WS-MESSAGE
                GO TO 999-ERROR-MSG-RETURN
           END-IF.

           IF RSNL = 0 OR RSNI = SPACES THEN
                MOVE 'A WAIVER NEEDS A REASON ON FILE' TO WS-MESSAGE
                GO TO 999-ERROR-MSG-RETURN
           END-IF.

           MOVE ACCTNOI TO LF-ACCTNO.
           MOVE CYCLEI TO LF-PERIOD.

           EXEC CICS READ
                FILE('LATEFEE')
                INTO(LATEFEE-REC)
                LENGTH(LATEFEE-LEN)
                RIDFLD(LF-KEY)
                UPDATE
                RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP = DFHRESP(NOTFND) THEN
                GO TO 540-LATE-WAIVE-AHEAD
           END-IF.

           IF WS-RESP NOT = DFHRESP(NORMAL) THEN
                MOVE 'LATE FEE FILE READ FAILED - NOTHING CHANGED'
                     TO WS-MESSAGE
                GO TO 999-ERROR-MSG-RETURN
           END-IF.

           IF LF-WAIVED OR LF-REVERSED THEN
                MOVE 'LATE FEE FOR THAT CYCLE IS ALREADY WAIVED'
                     TO WS-MESSAGE
                GO TO 999-ERROR-MSG-RETURN
           END-IF.

           IF LF-SUPPRESSED THEN
                MOVE 'NO LATE FEE WAS CHARGED FOR THAT CYCLE'
                     TO WS-MESSAGE
                GO TO 999-ERROR-MSG-RETURN
           END-IF.

      * FEE ALREADY POSTED - BACK IT OUT WITH AN OFFSETTING CREDIT
      * AND MARK THE CYCLE ROW REVERSED
           MOVE LF-ACCTNO TO ACCTNO.
           EXEC CICS READ
                FILE('ACCTFILE')
                INTO(ACCTREC)
                LENGTH(ACCTREC-LEN)
                RIDFLD(ACCTKEY)
                UPDATE
                RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP NOT = DFHRESP(NORMAL) THEN
                MOVE 'ACCOUNT NOT ON ACCTFILE - NOTHING CHANGED'
                     TO WS-MESSAGE
                GO TO 999-ERROR-MSG-RETURN
           END-IF.

           MOVE LF-ACCTNO TO TX-ACCTNO.
           COMPUTE TX-DATE = EIBDATE + 1900000.
           MOVE 8010 TO TX-SEQNO.
           MOVE 'C' TO TX-TYPE.
           MOVE LF-AMOUNT TO TX-AMOUNT.
           COMPUTE TX-POST-DATE = EIBDATE + 1900000.
           MOVE 'DCI8DPGT' TO TX-POST-JOB.
           MOVE 'O' TO TX-SOURCE.

           EXEC CICS WRITE
                FILE('ACCTTXN')
                FROM(ACCTTXN-REC)
                LENGTH(ACCTTXN-LEN)
                RIDFLD(TX-KEY)
                RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP NOT = DFHRESP(NORMAL) THEN
                MOVE 'REVERSAL ALREADY POSTED TODAY - NOT REPEATED'
                     TO WS-MESSAGE
                GO TO 999-ERROR-MSG-RETURN
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

           SUBTRACT LF-AMOUNT FROM CURR-BAL.

           EXEC CICS REWRITE
                FILE('ACCTFILE')
                FROM(ACCTREC)
                LENGTH(ACCTREC-LEN)
                RESP(WS-RESP)
           END-EXEC.

      * THE TXN ROW IS ALREADY ON FILE BY HERE - A FAILED BALANCE
      * REWRITE MUST TAKE IT BACK OUT, THE SAME AS PF5
           IF WS-RESP NOT = DFHRESP(NORMAL) THEN
                EXEC CICS SYNCPOINT ROLLBACK END-EXEC
                MOVE 'POSTING FAILED - NOTHING POSTED' TO WS-MESSAGE
                GO TO 999-ERROR-MSG-RETURN
           END-IF.

           MOVE 'R' TO LF-STATUS.
           MOVE RSNI TO LF-REASON.
           MOVE EIBUSERID TO LF-ACT-USERID.
           MOVE EIBTRMID TO LF-ACT-TRMID.
           MOVE EIBDATE TO LF-ACT-DATE.
           MOVE EIBTIME TO LF-ACT-TIME.

           EXEC CICS REWRITE
                FILE('LATEFEE')
                FROM(LATEFEE-REC)
                LENGTH(LATEFEE-LEN)
           END-EXEC.

           MOVE 'LATE FEE REVERSED - CREDIT POSTED' TO WS-MESSAGE.
           GO TO 999-ERROR-MSG-RETURN.

      * NO LATE FEE ON FILE FOR THE CYCLE YET - FILE THE WAIVER SO
      * THE ASSESSMENT RUN PASSES THE CYCLE OVER
       540-LATE-WAIVE-AHEAD.

           MOVE '540-LATE-WAIVE-AHEAD' TO WS-LAST-PARA.

           MOVE ACCTNOI TO LF-ACCTNO.
           MOVE CYCLEI TO LF-PERIOD.
           MOVE 'W' TO LF-STATUS.
           MOVE 0 TO LF-AMOUNT.
           MOVE RSNI TO LF-REASON.
           MOVE EIBUSERID TO LF-ACT-USERID.
           MOVE EIBTRMID TO LF-ACT-TRMID.
           MOVE EIBDATE TO LF-ACT-DATE.
           MOVE EIBTIME TO LF-ACT-TIME.

           EXEC CICS WRITE
                FILE('LATEFEE')
                FROM(LATEFEE-REC)
                LENGTH(LATEFEE-LEN)
                RIDFLD(LF-KEY)
           END-EXEC.

           MOVE 'LATE FEE WAIVED FOR THE CYCLE' TO WS-MESSAGE.
           GO TO 999-ERROR-MSG-RETURN.

      * PF6 - CHARGE OFF THE KEYED ACCOUNT'S DRAWN BALANCE. GATED BY
      * THE ACCTCHGO FUNCTION THROUGH DCI8DPGH (FULL CLASS BY
      * DEFAULT, THE ACCTCLOS RULE). THE BALANCE IS ZEROED WITH AN
                GO TO 999-ERROR-MSG-RETURN
           END-IF.

      * NOBODY WORKS AN ACCOUNT THAT IS THEIR OWN OR CONNECTED TO
      * THEM - DCI8DPHN REFUSES IT AND LOGS THE ATTEMPT
           MOVE ACCTNOI TO CK-ACCTNO.
           MOVE 'CHGOFF' TO CK-ACTION.
           PERFORM 175-CHECK-CONNECTED THRU 175-CHECK-EXIT.
           IF CK-BLOCKED = 'Y' THEN
                MOVE 'ACCOUNT CONNECTED TO YOU - REFER TO A COLLEAGUE'
                     TO WS-MESSAGE
                GO TO 999-ERROR-MSG-RETURN
           END-IF.

           MOVE ACCTNOI TO ACCTNO.
           EXEC CICS READ
                FILE('ACCTFILE')
                GO TO 999-ERROR-MSG-RETURN
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

           MOVE ACCTNO TO RL-ACCTNO.
           COMPUTE RL-CHGOFF-DATE = EIBDATE + 1900000.
           MOVE CURR-BAL TO RL-CHGOFF-AMT.
           MOVE 0 TO RL-RECOVERED-AMT.
           MOVE 0 TO RL-DIVIDEND-AMT.
           MOVE 0 TO RL-RESIDUE-AMT.
           MOVE 0 TO RL-CLOSED-DATE.
           MOVE 0 TO RL-AGENCY-AMT.
           MOVE EIBUSERID TO RL-AUTH-USERID.
           MOVE EIBTRMID TO RL-AUTH-TRMID.
           MOVE EIBDATE TO RL-AUTH-DATE.
                GO TO 999-ERROR-MSG-RETURN
           END-IF.

      * AN ACCOUNT BEING WORKED GOES ON THE HISTORY AS CHARGED OFF
      * AGAINST THE COLLECTOR HOLDING ITS ITEM
           MOVE ACCTNO TO WL-ACCTNO.
           EXEC CICS READ
                FILE('WORKLIST')
                INTO(WORKLIST-REC)
                LENGTH(WORKLIST-LEN)
                RIDFLD(WL-ACCTNO)
                RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP = DFHRESP(NORMAL) THEN
                MOVE 'O' TO WH-EVENT
                MOVE SPACES TO WH-PREV-COLLECTOR
                PERFORM 700-WRITE-HISTORY THRU 700-HISTORY-EXIT
                IF WS-WH-RESP NOT = DFHRESP(NORMAL) THEN
                     EXEC CICS SYNCPOINT ROLLBACK END-EXEC
                     MOVE 'CHARGE-OFF FAILED - NOTHING POSTED'
                          TO WS-MESSAGE
                     GO TO 999-ERROR-MSG-RETURN
                END-IF
           END-IF.

           MOVE 'BALANCE CHARGED OFF TO THE RECOVERY LEDGER'
                TO WS-MESSAGE.
           GO TO 999-ERROR-MSG-RETURN.

      * THE WORK ITEM AS IT NOW STANDS TO THE WLHIST HISTORY, STAMPED
      * WITH THE SIGNED-ON USER AND TERMINAL. THE CALLER SETS WH-EVENT
      * AND WH-PREV-COLLECTOR AND TESTS WS-WH-RESP. TWO EVENTS ON THE
      * ITEM IN ONE SECOND TAKE THE NEXT WH-SEQNO
       700-WRITE-HISTORY.

           MOVE '700-WRITE-HISTORY' TO WS-LAST-PARA.

           MOVE WL-ACCTNO TO WH-ACCTNO.
           COMPUTE WH-DATE = EIBDATE + 1900000.
           MOVE EIBTIME TO WH-TIME.
           MOVE 0 TO WH-SEQNO.
           MOVE WL-DISPOSITION TO WH-DISPOSITION.
           MOVE WL-FOLLOWUP-DATE TO WH-FOLLOWUP-DATE.
           MOVE WL-SEVERITY TO WH-SEVERITY.
           MOVE WL-COLLECTOR TO WH-COLLECTOR.
           MOVE WL-PROMISE-AMT TO WH-PROMISE-AMT.
           MOVE WL-PROMISE-DATE TO WH-PROMISE-DATE.
           MOVE EIBUSERID TO WH-USERID.
           MOVE EIBTRMID TO WH-TRMID.

           MOVE 'N' TO WS-WH-DONE-SW.
           PERFORM 710-HISTORY-ROW THRU 710-ROW-EXIT
                UNTIL WS-WH-DONE-SW = 'Y'.

       700-HISTORY-EXIT.
           EXIT.

       710-HISTORY-ROW.

           EXEC CICS WRITE
                FILE('WLHIST')
                FROM(WLHIST-REC)
                LENGTH(WLHIST-LEN)
                RIDFLD(WH-KEY)
                RESP(WS-WH-RESP)
           END-EXEC.

           IF WS-WH-RESP = DFHRESP(DUPREC) AND WH-SEQNO < 99 THEN
                ADD 1 TO WH-SEQNO
           ELSE
                MOVE 'Y' TO WS-WH-DONE-SW
           END-IF.

       710-ROW-EXIT.
           EXIT.

      * LOOKS THE SIGNED-ON OPERATOR'S CLASS UP AND ASKS DCI8DPGH
      * WHETHER THE NAMED FUNCTION IS ALLOWED - FULL CLASS IS THE
      * LEGACY DEFAULT, THE SAME PATTERN AS DCI8DPGG
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

      * PF1 - JUMP INTO THE READ-ONLY INQUIRY ON THE KEYED ACCOUNT,
      * THE SAME 9-BYTE-COMMAREA XCTL AS DCI8DPGB'S LINE JUMP
       450-JUMP-INQUIRY.
