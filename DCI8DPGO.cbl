      * QUEUE - WHO CHANGED WHICH OPERATOR, TO WHAT, AND WHEN - THE
      * SAME WRITEQ TD MECHANISM DCI8DPGM USES FOR ITS MENU AUDIT.
      * ONLY A CLASS-1 (FULL) OPERATOR MAY RUN THIS TRANSACTION;
      * 050-VERIFY-SUPERVISOR TURNS EVERYONE ELSE AWAY.
      * C RECORDS AN OPERATOR'S CONNECTIONS - THEIR OWN CUSTOMER
      * NUMBER (CUSTMAST) AND/OR ONE MORE DECLARED CONNECTED ACCOUNT
      * (ACCTFILE), UP TO TEN - AND X TAKES A DECLARED ACCOUNT OFF
      * AGAIN. BOTH SHOW THE RESULTING CONNECTIONS ON THE LIST LINES,
      * AND C WITH NOTHING KEYED JUST SHOWS THEM. DCI8DPHN REFUSES
      * THE OPERATOR ANY MONEY OR MAINTENANCE ACTION ON A CONNECTED
      * ACCOUNT. AN OPERATOR MAY NOT MAINTAIN THEIR OWN CONNECTIONS.
      * H SETS THE SIGNRULE ROW FOR AN OPERATOR, OR FOR A WHOLE CLASS
      * KEYED AS *1 / *2 - THE DAYS, HOURS AND TERMINAL PREFIXES
      * DCI8DPGM'S SIGN-ON ALLOWS - AND W GRANTS A NAMED OPERATOR A
      * ONE-OFF OUT-OF-HOURS WINDOW FOR TODAY WITH A REASON. BOTH
      * ARE AUDITED TO OPAU LIKE EVERY OTHER CHANGE, AND A SUPERVISOR
      * MAY NOT SET EITHER FOR THEMSELF

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
      * COPY OPERATOR AUTHORIZATION RECORD LAYOUT
       COPY 'OPERREC'.

      * COPY CUSTOMER MASTER AND ACCTFILE RECORD LAYOUTS - A KEYED
      * CUSTOMER NUMBER OR CONNECTED ACCOUNT MUST BE ON FILE
       COPY 'CUSTMAST'.
       COPY 'ACCTREC'.

      * COPY SIGN-ON RULE LAYOUT - MAINTAINED BY THE H ACTION
       COPY 'SIGNRULE'.

       01 WS-MESSAGE  PIC X(60) VALUE SPACES.

       01 WS-RESP               PIC S9(8) COMP.
           05 WS-SUPER-EXPIRY       PIC S9(7) COMP-3.
           05 WS-SUPER-REVOKED      PIC X(01).
               88 WS-SUPER-IS-REVOKED     VALUE 'Y'.
           05 FILLER                PIC X(169).

       01 WS-COMMAREA           PIC X(3) VALUE SPACES.
       01 WS-COMMAREA-LENGTH    PIC S9(4) COMP VALUE 3.
           05 OA-OPER-CLASS     PIC X(1).
           05 OA-OPER-EXPIRY    PIC S9(7) COMP-3.
           05 OA-OPER-REVOKED   PIC X(1).
      * THE CUSTOMER NUMBER AFTER THE CHANGE AND, FOR C AND X, THE
      * CONNECTED ACCOUNT ADDED OR TAKEN OFF
           05 OA-CUST-ID        PIC 9(8).
           05 OA-CONN-ACCTNO    PIC X(9).
      * FOR H THE RULE AS SET (DAYS, HOURS, TERMINALS), FOR W THE
      * WINDOW AND THE SUPERVISOR'S REASON
           05 OA-DETAIL         PIC X(50).

      * PASSWORD HASH WORK FIELDS - THE DCI8DPGM SCHEME, KEPT IN
      * LOCKSTEP BY CONVENTION
       77 WS-PWD-SCAN           PIC S9(4) COMP VALUE 0.
       01 WS-PWD-CHAR           PIC X(1).

       01 WS-OPAU-LEN           PIC S9(4) COMP VALUE +97.

      * BUILDS ONE BROWSE LINE PER OPERTAB ENTRY FOR THE 'L' ACTION
       01 WS-LIST-LINE.
           05 LL-EXPIRY         PIC 9(7).
           05 FILLER            PIC X(3) VALUE SPACES.
           05 LL-STATE          PIC X(9).
           05 FILLER            PIC X(1) VALUE SPACES.
           05 LL-CUST-ID        PIC 9(8).
           05 FILLER            PIC X(2) VALUE SPACES.

       77 WS-LINE-SUB           PIC 9(2) VALUE 0.
       77 WS-LIST-EOF           PIC X VALUE 'N'.
      * LANDING IN THE PACKED OPERTAB FIELD
       01 WS-EXPIRY-ZONED       PIC 9(7) VALUE 0.

      * CONNECTION MAINTENANCE WORK - SEE 570-CONNECT-OPERATOR.
      * WS-AUDIT-ACCTNO CARRIES THE ACCOUNT ADDED OR TAKEN OFF TO
      * THE OPAU ROW; THE SHOW LINES HOLD THREE ACCOUNTS APIECE
       01 WS-CUST-ZONED         PIC 9(8) VALUE 0.
       01 WS-AUDIT-ACCTNO       PIC X(9) VALUE SPACES.
       01 WS-CONN-RESP          PIC S9(8) COMP.
       77 WS-CONN-SUB           PIC S9(4) COMP VALUE 0.
       77 WS-CONN-FOUND         PIC S9(4) COMP VALUE 0.
       77 WS-CONN-COL           PIC S9(4) COMP VALUE 0.
       01 WS-CONN-CUST-LINE.
           05 FILLER            PIC X(12) VALUE 'CUSTOMER #: '.
           05 CC-CUST-ID        PIC 9(8).
           05 FILLER            PIC X(20) VALUE SPACES.
       01 WS-CONN-ACCT-LINE.
           05 CA-ENTRY OCCURS 3 TIMES.
               10 CA-ACCTNO     PIC X(9).
               10 FILLER        PIC X(4).
           05 FILLER            PIC X(1).

      * SIGN-ON RULE AND WINDOW WORK - SEE 620-SET-SIGN-RULE AND
      * 630-GRANT-WINDOW. WS-AUDIT-DETAIL CARRIES WHAT WAS SET TO
      * THE OPAU ROW; THE RULE LINES PAINT THE RESULT
       01 WS-AUDIT-DETAIL       PIC X(50) VALUE SPACES.
       01 WS-RULE-RESP          PIC S9(8) COMP.
       01 WS-RULE-SUBJECT       PIC X(3) VALUE SPACES.
       77 WS-DAY-COUNT          PIC S9(4) COMP VALUE 0.
       01 WS-HHMM-IN            PIC X(4) VALUE SPACES.
       01 WS-HHMM               PIC 9(4) VALUE 0.
       01 FILLER REDEFINES WS-HHMM.
           05 WS-HHMM-HH        PIC 9(2).
           05 WS-HHMM-MM        PIC 9(2).
       01 WS-RULE-DETAIL.
           05 RD-DAYS           PIC X(7).
           05 FILLER            PIC X(1) VALUE SPACE.
           05 RD-FROM           PIC 9(4).
           05 FILLER            PIC X(1) VALUE '-'.
           05 RD-TO             PIC 9(4).
           05 FILLER            PIC X(1) VALUE SPACE.
           05 RD-TERMS          PIC X(16).
           05 FILLER            PIC X(16) VALUE SPACES.
       01 WS-WINDOW-DETAIL.
           05 WD-FROM           PIC 9(4).
           05 FILLER            PIC X(1) VALUE '-'.
           05 WD-TO             PIC 9(4).
           05 FILLER            PIC X(1) VALUE SPACE.
           05 WD-REASON         PIC X(40).
       01 WS-RULE-DAYS-LINE.
           05 FILLER            PIC X(13) VALUE 'DAYS MTWTFSS '.
           05 RL-DAYS           PIC X(7).
           05 FILLER            PIC X(20) VALUE SPACES.
       01 WS-RULE-HOURS-LINE.
           05 FILLER            PIC X(6) VALUE 'HOURS '.
           05 RL-FROM           PIC 9(4).
           05 FILLER            PIC X(4) VALUE ' TO '.
           05 RL-TO             PIC 9(4).
           05 FILLER            PIC X(22) VALUE SPACES.
       01 WS-RULE-TERM-LINE.
           05 FILLER            PIC X(10) VALUE 'TERMINALS '.
           05 RL-TERMS          PIC X(16).
           05 FILLER            PIC X(14) VALUE SPACES.
       01 WS-RULE-WIN-LINE.
           05 FILLER            PIC X(7) VALUE 'WINDOW '.
           05 RL-WIN-DATE       PIC 9(7).
           05 FILLER            PIC X(1) VALUE SPACE.
           05 RL-WIN-FROM       PIC 9(4).
           05 FILLER            PIC X(1) VALUE '-'.
           05 RL-WIN-TO         PIC 9(4).
           05 FILLER            PIC X(4) VALUE ' BY '.
           05 RL-WIN-BY         PIC X(3).
           05 FILLER            PIC X(9) VALUE SPACES.

      * NAME OF THE PARAGRAPH CURRENTLY EXECUTING, KEPT CURRENT SO
      * 999-UNHANDLED-ERROR CAN TELL DCI8DPGZ WHERE AN UNEXPECTED
      * CONDITION WAS RAISED
           MOVE '100-FIRST-TIME' TO WS-LAST-PARA.

           MOVE LOW-VALUES TO MAP1O.
           MOVE 'L/A/S/R/D P=PWD U=UNLOCK C/X=CONN H=HOURS W=WINDOW'
                TO MSGO.

           EXEC CICS SEND
                GO TO 530-SET-PASSWORD
           ELSE IF ACTIONI = 'U' THEN
                GO TO 540-UNLOCK-OPERATOR
           ELSE IF ACTIONI = 'C' THEN
                GO TO 570-CONNECT-OPERATOR
           ELSE IF ACTIONI = 'X' THEN
                GO TO 580-DISCONNECT-OPERATOR
           ELSE IF ACTIONI = 'H' THEN
                GO TO 620-SET-SIGN-RULE
           ELSE IF ACTIONI = 'W' THEN
                GO TO 630-GRANT-WINDOW
           ELSE
                MOVE 'ACTION MUST BE L, A, S, R, D, P, U, C, X, H OR W'
                     TO WS-MESSAGE
                GO TO 999-ERROR-MSG-RETURN
                                            END-IF
                                        END-IF
                                    END-IF
                                END-IF
                            END-IF
                        END-IF
                    END-IF
                ELSE
                     MOVE 'ACTIVE' TO LL-STATE
                END-IF
                IF OPER-CUST-ID IS NUMERIC THEN
                     MOVE OPER-CUST-ID TO LL-CUST-ID
                ELSE
                     MOVE 0 TO LL-CUST-ID
                END-IF
                MOVE WS-LIST-LINE TO LINEO(WS-LINE-SUB)
                ADD 1 TO WS-LINE-SUB
           END-IF.
           MOVE 0 TO OPER-PWD-DATE.
           MOVE 'N' TO OPER-FORCE-CHG.
           MOVE 0 TO OPER-FAIL-COUNT.
      * NO CONNECTIONS UNTIL A SUPERVISOR RECORDS THEM WITH C
           MOVE 0 TO OPER-CUST-ID.
           MOVE 0 TO OPER-CONN-COUNT.
           PERFORM 575-CLEAR-ONE-CONN THRU 575-CLEAR-EXIT
                VARYING WS-CONN-SUB FROM 1 BY 1
                UNTIL WS-CONN-SUB > 10.
      * NO OUT-OF-HOURS WINDOW UNTIL A SUPERVISOR GRANTS ONE WITH W
           PERFORM 635-CLEAR-WINDOW THRU 635-CLEAR-EXIT.
           MOVE SPACES TO OPER-WIN-BY.
           MOVE SPACES TO OPER-WIN-REASON.

           EXEC CICS WRITE
                FILE('OPERTAB')
       560-HASH-EXIT.
           EXIT.

      * 'C' - RECORD THE TARGET OPERATOR'S CONNECTIONS. A CUSTOMER
      * NUMBER KEYED REPLACES THE ONE ON FILE (ALL ZEROS CLEARS
      * IT); AN ACCOUNT KEYED JOINS THE DECLARED LIST. NOTHING
      * KEYED JUST SHOWS WHAT IS ON FILE
       570-CONNECT-OPERATOR.

           MOVE '570-CONNECT-OPER' TO WS-LAST-PARA.

           PERFORM 550-READ-TARGET THRU 550-READ-EXIT.

           IF (OPCUSTI = SPACES OR OPCUSTI = LOW-VALUES) AND
                (OPACCTI = SPACES OR OPACCTI = LOW-VALUES) THEN
                MOVE 'CONNECTIONS ON FILE - KEY CUST # OR ACCT # TO ADD'
                     TO WS-MESSAGE
                GO TO 590-SHOW-CONNECTIONS
           END-IF.

           IF OPCUSTI NOT = SPACES AND OPCUSTI NOT = LOW-VALUES THEN
                IF OPCUSTI IS NOT NUMERIC THEN
                     MOVE 'CUSTOMER # MUST BE 8 DIGITS' TO WS-MESSAGE
                     GO TO 999-ERROR-MSG-RETURN
                END-IF
                MOVE OPCUSTI TO WS-CUST-ZONED
                IF WS-CUST-ZONED > 0 THEN
                     MOVE WS-CUST-ZONED TO CM-CUSTID
                     EXEC CICS READ
                          FILE('CUSTMAST')
                          INTO(CUSTMAST-REC)
                          LENGTH(CUSTMAST-LEN)
                          RIDFLD(CM-CUSTID)
                          RESP(WS-CONN-RESP)
                     END-EXEC
                     IF WS-CONN-RESP NOT = DFHRESP(NORMAL) THEN
                          MOVE 'CUSTOMER # NOT ON CUSTMAST'
                               TO WS-MESSAGE
                          GO TO 999-ERROR-MSG-RETURN
                     END-IF
                END-IF
                MOVE WS-CUST-ZONED TO OPER-CUST-ID
           END-IF.

           MOVE SPACES TO WS-AUDIT-ACCTNO.

           IF OPACCTI NOT = SPACES AND OPACCTI NOT = LOW-VALUES THEN
                IF OPACCTI IS NOT NUMERIC THEN
                     MOVE 'ACCOUNT # MUST BE 9 DIGITS' TO WS-MESSAGE
                     GO TO 999-ERROR-MSG-RETURN
                END-IF
                PERFORM 585-FIND-CONN THRU 585-FIND-EXIT
                IF WS-CONN-FOUND > 0 THEN
                     MOVE 'ACCOUNT IS ALREADY DECLARED' TO WS-MESSAGE
                     GO TO 999-ERROR-MSG-RETURN
                END-IF
                IF OPER-CONN-COUNT NOT < 10 THEN
                     MOVE 'TEN CONNECTED ACCOUNTS ON FILE - X ONE FIRST'
                          TO WS-MESSAGE
                     GO TO 999-ERROR-MSG-RETURN
                END-IF
                MOVE OPACCTI TO ACCTNO
                EXEC CICS READ
                     FILE('ACCTFILE')
                     INTO(ACCTREC)
                     LENGTH(ACCTREC-LEN)
                     RIDFLD(ACCTKEY)
                     RESP(WS-CONN-RESP)
                END-EXEC
                IF WS-CONN-RESP NOT = DFHRESP(NORMAL) THEN
                     MOVE 'ACCOUNT NOT ON ACCTFILE' TO WS-MESSAGE
                     GO TO 999-ERROR-MSG-RETURN
                END-IF
                ADD 1 TO OPER-CONN-COUNT
                MOVE OPACCTI TO OPER-CONN-ACCTNO(OPER-CONN-COUNT)
                MOVE OPACCTI TO WS-AUDIT-ACCTNO
           END-IF.

           EXEC CICS REWRITE
                FILE('OPERTAB')
                FROM(OPERREC)
                LENGTH(OPERREC-LEN)
           END-EXEC.

           MOVE 'C' TO OA-ACTION.
           PERFORM 700-WRITE-AUDIT THRU 700-AUDIT-EXIT.

           MOVE 'CONNECTIONS RECORDED' TO WS-MESSAGE.
           GO TO 590-SHOW-CONNECTIONS.

      * CLEARS ONE DECLARED-ACCOUNT SLOT ON A NEW OPERATOR
       575-CLEAR-ONE-CONN.
           MOVE SPACES TO OPER-CONN-ACCTNO(WS-CONN-SUB).
       575-CLEAR-EXIT.
           EXIT.

      * 'X' - TAKE A DECLARED ACCOUNT OFF THE TARGET OPERATOR'S
      * LIST; THE ONES AFTER IT MOVE UP A SLOT
       580-DISCONNECT-OPERATOR.

           MOVE '580-DISCONNECT-OPER' TO WS-LAST-PARA.

           IF OPACCTI = SPACES OR OPACCTI = LOW-VALUES THEN
                MOVE 'KEY THE CONNECTED ACCOUNT # TO TAKE OFF'
                     TO WS-MESSAGE
                GO TO 999-ERROR-MSG-RETURN
           END-IF.

           PERFORM 550-READ-TARGET THRU 550-READ-EXIT.

           PERFORM 585-FIND-CONN THRU 585-FIND-EXIT.
           IF WS-CONN-FOUND = 0 THEN
                MOVE 'ACCOUNT IS NOT DECLARED FOR THIS OPERATOR'
                     TO WS-MESSAGE
                GO TO 999-ERROR-MSG-RETURN
           END-IF.

           PERFORM 586-SHIFT-ONE-CONN THRU 586-SHIFT-EXIT
                VARYING WS-CONN-SUB FROM WS-CONN-FOUND BY 1
                UNTIL WS-CONN-SUB NOT < OPER-CONN-COUNT.
           MOVE SPACES TO OPER-CONN-ACCTNO(OPER-CONN-COUNT).
           SUBTRACT 1 FROM OPER-CONN-COUNT.

           EXEC CICS REWRITE
                FILE('OPERTAB')
                FROM(OPERREC)
                LENGTH(OPERREC-LEN)
           END-EXEC.

           MOVE OPACCTI TO WS-AUDIT-ACCTNO.
           MOVE 'X' TO OA-ACTION.
           PERFORM 700-WRITE-AUDIT THRU 700-AUDIT-EXIT.

           MOVE 'CONNECTED ACCOUNT TAKEN OFF' TO WS-MESSAGE.
           GO TO 590-SHOW-CONNECTIONS.

      * LEAVES WS-CONN-FOUND AT THE SLOT HOLDING THE KEYED ACCOUNT,
      * OR ZERO WHEN IT IS NOT DECLARED
       585-FIND-CONN.

           MOVE 0 TO WS-CONN-FOUND.
           PERFORM 587-TRY-ONE-CONN THRU 587-TRY-EXIT
                VARYING WS-CONN-SUB FROM 1 BY 1
                UNTIL WS-CONN-SUB > OPER-CONN-COUNT
                   OR WS-CONN-FOUND > 0.

       585-FIND-EXIT.
           EXIT.

       586-SHIFT-ONE-CONN.
           MOVE OPER-CONN-ACCTNO(WS-CONN-SUB + 1)
                TO OPER-CONN-ACCTNO(WS-CONN-SUB).
       586-SHIFT-EXIT.
           EXIT.

       587-TRY-ONE-CONN.
           IF OPER-CONN-ACCTNO(WS-CONN-SUB) = OPACCTI THEN
                MOVE WS-CONN-SUB TO WS-CONN-FOUND
           END-IF.
       587-TRY-EXIT.
           EXIT.

      * PAINTS THE TARGET OPERATOR'S CONNECTIONS ON THE LIST LINES -
      * THE CUSTOMER NUMBER FIRST, THEN THE DECLARED ACCOUNTS THREE
      * TO A LINE - WITH WS-MESSAGE UNDERNEATH
       590-SHOW-CONNECTIONS.

           MOVE LOW-VALUES TO MAP1O.
           MOVE OPER-ID TO OPIDO.
           MOVE OPER-CUST-ID TO CC-CUST-ID.
           MOVE WS-CONN-CUST-LINE TO LINEO(1).

           MOVE 2 TO WS-LINE-SUB.
           MOVE 0 TO WS-CONN-COL.
           MOVE SPACES TO WS-CONN-ACCT-LINE.
           PERFORM 595-SHOW-ONE-CONN THRU 595-SHOW-EXIT
                VARYING WS-CONN-SUB FROM 1 BY 1
                UNTIL WS-CONN-SUB > OPER-CONN-COUNT.
           IF WS-CONN-COL > 0 THEN
                MOVE WS-CONN-ACCT-LINE TO LINEO(WS-LINE-SUB)
           END-IF.

           MOVE WS-MESSAGE TO MSGO.

           EXEC CICS SEND
                MAP('MAP1')
                MAPSET('DCI8DMO')
                ERASE
           END-EXEC.

           EXEC CICS RETURN
                TRANSID('I8D6')
                COMMAREA(WS-COMMAREA)
                LENGTH(WS-COMMAREA-LENGTH)
           END-EXEC.

       595-SHOW-ONE-CONN.

           ADD 1 TO WS-CONN-COL.
           MOVE OPER-CONN-ACCTNO(WS-CONN-SUB) TO CA-ACCTNO(WS-CONN-COL).
           IF WS-CONN-COL = 3 THEN
                MOVE WS-CONN-ACCT-LINE TO LINEO(WS-LINE-SUB)
                ADD 1 TO WS-LINE-SUB
                MOVE 0 TO WS-CONN-COL
                MOVE SPACES TO WS-CONN-ACCT-LINE
           END-IF.

       595-SHOW-EXIT.
           EXIT.

      * 'H' - SET THE SIGN-ON RULE FOR THE KEYED OPERATOR, OR FOR A
      * WHOLE CLASS KEYED AS *1 / *2 - THE PERMITTED DAYS (SEVEN Y/N,
      * MONDAY FIRST, BLANK FOR EVERY DAY), FROM AND TO HHMM (BLANK
      * FOR 0000 AND 2400, FROM AFTER TO FOR AN OVERNIGHT SHIFT) AND
      * UP TO FOUR TERMINAL PREFIXES (BLANK FOR ANY TERMINAL). THE
      * KEYED RULE REPLACES THE ONE ON FILE. DAYS KEYED AS DELETE
      * TAKES THE RULE OFF; NOTHING KEYED JUST SHOWS IT
       620-SET-SIGN-RULE.

           MOVE '620-SET-SIGN-RULE' TO WS-LAST-PARA.

           IF OPIDI = SPACES OR OPIDI = LOW-VALUES THEN
                MOVE 'OPERATOR ID OR *1 / *2 IS REQUIRED' TO WS-MESSAGE
                GO TO 999-ERROR-MSG-RETURN
           END-IF.

           IF OPIDI = EIBOPID THEN
                MOVE 'YOU MAY NOT ACTION YOUR OWN OPERATOR ID'
                     TO WS-MESSAGE
                GO TO 999-ERROR-MSG-RETURN
           END-IF.

      * A CLASS RULE HAS NO OPERTAB ROW BEHIND IT - THE OPAU ROW
      * CARRIES THE CLASS AND NOTHING ELSE
           INITIALIZE OPERREC.
           MOVE OPIDI TO OPER-ID.

           IF OPIDI(1:1) = '*' THEN
                IF OPIDI NOT = '*1 ' AND OPIDI NOT = '*2 ' THEN
                     MOVE 'A CLASS RULE IS KEYED AS *1 OR *2'
                          TO WS-MESSAGE
                     GO TO 999-ERROR-MSG-RETURN
                END-IF
                MOVE OPIDI(2:1) TO OPER-CLASS
           ELSE
                EXEC CICS READ
                     FILE('OPERTAB')
                     INTO(OPERREC)
                     LENGTH(OPERREC-LEN)
                     RIDFLD(OPER-ID)
                     RESP(WS-RULE-RESP)
                END-EXEC
                IF WS-RULE-RESP NOT = DFHRESP(NORMAL) THEN
                     MOVE 'OPERATOR NOT ON FILE' TO WS-MESSAGE
                     GO TO 999-ERROR-MSG-RETURN
                END-IF
                IF OPER-CUST-ID IS NOT NUMERIC THEN
                     MOVE 0 TO OPER-CUST-ID
                END-IF
                IF OPER-WIN-DATE IS NOT NUMERIC OR
                     OPER-WIN-FROM IS NOT NUMERIC OR
                     OPER-WIN-TO IS NOT NUMERIC THEN
                     PERFORM 635-CLEAR-WINDOW THRU 635-CLEAR-EXIT
                END-IF
           END-IF.

           MOVE OPER-ID TO WS-RULE-SUBJECT.

           INSPECT OPDAYSI REPLACING ALL LOW-VALUE BY SPACE.
           INSPECT OPFROMI REPLACING ALL LOW-VALUE BY SPACE.
           INSPECT OPTOI REPLACING ALL LOW-VALUE BY SPACE.
           INSPECT OPTERMI REPLACING ALL LOW-VALUE BY SPACE.

           IF OPDAYSI = SPACES AND OPFROMI = SPACES AND
                OPTOI = SPACES AND OPTERMI = SPACES THEN
                MOVE 'KEY DAYS, HOURS OR TERMINALS TO SET THE RULE'
                     TO WS-MESSAGE
                GO TO 640-SHOW-SIGN-RULE
           END-IF.

           IF OPDAYSI = 'DELETE' THEN
                GO TO 625-DELETE-SIGN-RULE
           END-IF.

      * DAYS - SEVEN Y/N, OR BLANK FOR EVERY DAY
           IF OPDAYSI = SPACES THEN
                MOVE 'YYYYYYY' TO RD-DAYS
           ELSE
                MOVE 0 TO WS-DAY-COUNT
                INSPECT OPDAYSI TALLYING WS-DAY-COUNT
                     FOR ALL 'Y' ALL 'N'
                IF WS-DAY-COUNT NOT = 7 THEN
                     MOVE 'DAYS MUST BE SEVEN Y/N, MONDAY FIRST'
                          TO WS-MESSAGE
                     GO TO 999-ERROR-MSG-RETURN
                END-IF
                MOVE OPDAYSI TO RD-DAYS
           END-IF.

      * HOURS - FROM DEFAULTS TO 0000, TO DEFAULTS TO 2400
           IF OPFROMI = SPACES THEN
                MOVE 0 TO RD-FROM
           ELSE
                MOVE OPFROMI TO WS-HHMM-IN
                PERFORM 645-EDIT-HHMM THRU 645-EDIT-EXIT
                IF WS-MESSAGE NOT = SPACES THEN
                     GO TO 999-ERROR-MSG-RETURN
                END-IF
                IF WS-HHMM = 2400 THEN
                     MOVE 'FROM MUST BE 0000 TO 2359' TO WS-MESSAGE
                     GO TO 999-ERROR-MSG-RETURN
                END-IF
                MOVE WS-HHMM TO RD-FROM
           END-IF.

           IF OPTOI = SPACES THEN
                MOVE 2400 TO RD-TO
           ELSE
                MOVE OPTOI TO WS-HHMM-IN
                PERFORM 645-EDIT-HHMM THRU 645-EDIT-EXIT
                IF WS-MESSAGE NOT = SPACES THEN
                     GO TO 999-ERROR-MSG-RETURN
                END-IF
                MOVE WS-HHMM TO RD-TO
           END-IF.

           IF RD-FROM = RD-TO THEN
                MOVE 'FROM AND TO MUST DIFFER - BLANK BOTH FOR ALL DAY'
                     TO WS-MESSAGE
                GO TO 999-ERROR-MSG-RETURN
           END-IF.

           MOVE OPTERMI TO RD-TERMS.

           MOVE WS-RULE-SUBJECT TO SR-SUBJECT.

           EXEC CICS READ
                FILE('SIGNRULE')
                INTO(SIGNRULE-REC)
                LENGTH(SIGNRULE-LEN)
                RIDFLD(SR-SUBJECT)
                UPDATE
                RESP(WS-RULE-RESP)
           END-EXEC.

           MOVE WS-RULE-SUBJECT TO SR-SUBJECT.
           MOVE RD-DAYS TO SR-DAYS.
           MOVE RD-FROM TO SR-FROM-HHMM.
           MOVE RD-TO TO SR-TO-HHMM.
           MOVE RD-TERMS TO SR-TERMINALS.
           MOVE EIBOPID TO SR-SET-BY.
           MOVE EIBDATE TO SR-SET-DATE.

           IF WS-RULE-RESP = DFHRESP(NORMAL) THEN
                EXEC CICS REWRITE
                     FILE('SIGNRULE')
                     FROM(SIGNRULE-REC)
                     LENGTH(SIGNRULE-LEN)
                END-EXEC
           ELSE
                EXEC CICS WRITE
                     FILE('SIGNRULE')
                     FROM(SIGNRULE-REC)
                     LENGTH(SIGNRULE-LEN)
                     RIDFLD(SR-SUBJECT)
                END-EXEC
           END-IF.

           MOVE WS-RULE-DETAIL TO WS-AUDIT-DETAIL.
           MOVE 'H' TO OA-ACTION.
           PERFORM 700-WRITE-AUDIT THRU 700-AUDIT-EXIT.

           MOVE 'SIGN-ON RULE SET' TO WS-MESSAGE.
           GO TO 640-SHOW-SIGN-RULE.

      * H WITH DAYS KEYED AS DELETE - THE SUBJECT FALLS BACK TO ITS
      * CLASS RULE, OR A CLASS TO NO RESTRICTION AT ALL
       625-DELETE-SIGN-RULE.

           MOVE WS-RULE-SUBJECT TO SR-SUBJECT.

           EXEC CICS READ
                FILE('SIGNRULE')
                INTO(SIGNRULE-REC)
                LENGTH(SIGNRULE-LEN)
                RIDFLD(SR-SUBJECT)
                UPDATE
                RESP(WS-RULE-RESP)
           END-EXEC.

           IF WS-RULE-RESP NOT = DFHRESP(NORMAL) THEN
                MOVE 'NO SIGN-ON RULE ON FILE FOR THIS ID' TO WS-MESSAGE
                GO TO 999-ERROR-MSG-RETURN
           END-IF.

           EXEC CICS DELETE
                FILE('SIGNRULE')
           END-EXEC.

           MOVE 'RULE REMOVED' TO WS-AUDIT-DETAIL.
           MOVE 'H' TO OA-ACTION.
           PERFORM 700-WRITE-AUDIT THRU 700-AUDIT-EXIT.

           MOVE 'SIGN-ON RULE REMOVED' TO WS-MESSAGE.
           GO TO 640-SHOW-SIGN-RULE.

      * 'W' - GRANT THE KEYED OPERATOR A ONE-OFF OUT-OF-HOURS WINDOW
      * FOR TODAY BETWEEN THE FROM AND TO TIMES (HHMM, ENDING BY 2400)
      * WITH THE SUPERVISOR'S REASON - IT REPLACES ANY EARLIER
      * WINDOW. NO TIMES KEYED WITHDRAWS THE WINDOW, STILL WITH A
      * REASON. THE TERMINAL PREFIXES STILL APPLY INSIDE THE WINDOW
       630-GRANT-WINDOW.

           MOVE '630-GRANT-WINDOW' TO WS-LAST-PARA.

           INSPECT OPFROMI REPLACING ALL LOW-VALUE BY SPACE.
           INSPECT OPTOI REPLACING ALL LOW-VALUE BY SPACE.
           INSPECT OPRSNI REPLACING ALL LOW-VALUE BY SPACE.

           IF OPRSNI = SPACES THEN
                MOVE 'KEY THE REASON FOR THE WINDOW' TO WS-MESSAGE
                GO TO 999-ERROR-MSG-RETURN
           END-IF.

           PERFORM 550-READ-TARGET THRU 550-READ-EXIT.

           IF OPFROMI = SPACES AND OPTOI = SPACES THEN
                PERFORM 635-CLEAR-WINDOW THRU 635-CLEAR-EXIT
                MOVE 'OUT-OF-HOURS WINDOW WITHDRAWN' TO WS-MESSAGE
           ELSE
                IF OPFROMI = SPACES OR OPTOI = SPACES THEN
                     MOVE 'KEY BOTH FROM AND TO FOR THE WINDOW'
                          TO WS-MESSAGE
                     GO TO 999-ERROR-MSG-RETURN
                END-IF
                MOVE OPFROMI TO WS-HHMM-IN
                PERFORM 645-EDIT-HHMM THRU 645-EDIT-EXIT
                IF WS-MESSAGE NOT = SPACES THEN
                     GO TO 999-ERROR-MSG-RETURN
                END-IF
                MOVE WS-HHMM TO OPER-WIN-FROM
                MOVE OPTOI TO WS-HHMM-IN
                PERFORM 645-EDIT-HHMM THRU 645-EDIT-EXIT
                IF WS-MESSAGE NOT = SPACES THEN
                     GO TO 999-ERROR-MSG-RETURN
                END-IF
                MOVE WS-HHMM TO OPER-WIN-TO
                IF OPER-WIN-FROM NOT < OPER-WIN-TO THEN
                     MOVE 'THE WINDOW MUST END AFTER IT STARTS, BY 2400'
                          TO WS-MESSAGE
                     GO TO 999-ERROR-MSG-RETURN
                END-IF
                MOVE EIBDATE TO OPER-WIN-DATE
                MOVE 'OUT-OF-HOURS WINDOW GRANTED FOR TODAY'
                     TO WS-MESSAGE
           END-IF.

           MOVE EIBOPID TO OPER-WIN-BY.
           MOVE OPRSNI TO OPER-WIN-REASON.

           EXEC CICS REWRITE
                FILE('OPERTAB')
                FROM(OPERREC)
                LENGTH(OPERREC-LEN)
           END-EXEC.

           MOVE OPER-WIN-FROM TO WD-FROM.
           MOVE OPER-WIN-TO TO WD-TO.
           MOVE OPER-WIN-REASON TO WD-REASON.
           MOVE WS-WINDOW-DETAIL TO WS-AUDIT-DETAIL.
           MOVE 'W' TO OA-ACTION.
           PERFORM 700-WRITE-AUDIT THRU 700-AUDIT-EXIT.

           MOVE OPER-ID TO WS-RULE-SUBJECT.
           GO TO 640-SHOW-SIGN-RULE.

      * NO WINDOW - A ZERO DATE NEVER MATCHES TODAY
       635-CLEAR-WINDOW.
           MOVE 0 TO OPER-WIN-DATE.
           MOVE 0 TO OPER-WIN-FROM.
           MOVE 0 TO OPER-WIN-TO.
       635-CLEAR-EXIT.
           EXIT.

      * PAINTS THE SUBJECT'S SIGN-ON RULE ON THE LIST LINES - DAYS,
      * HOURS, TERMINALS - AND FOR AN OPERATOR THEIR WINDOW AND ITS
      * REASON UNDERNEATH, WITH WS-MESSAGE BELOW
       640-SHOW-SIGN-RULE.

           MOVE LOW-VALUES TO MAP1O.
           MOVE WS-RULE-SUBJECT TO OPIDO.
           MOVE WS-RULE-SUBJECT TO SR-SUBJECT.

           EXEC CICS READ
                FILE('SIGNRULE')
                INTO(SIGNRULE-REC)
                LENGTH(SIGNRULE-LEN)
                RIDFLD(SR-SUBJECT)
                RESP(WS-RULE-RESP)
           END-EXEC.

           IF WS-RULE-RESP = DFHRESP(NORMAL) THEN
                MOVE SR-DAYS TO RL-DAYS
                MOVE WS-RULE-DAYS-LINE TO LINEO(1)
                MOVE SR-FROM-HHMM TO RL-FROM
                MOVE SR-TO-HHMM TO RL-TO
                MOVE WS-RULE-HOURS-LINE TO LINEO(2)
                IF SR-TERMINALS = SPACES THEN
                     MOVE 'ANY' TO RL-TERMS
                ELSE
                     MOVE SR-TERMINALS TO RL-TERMS
                END-IF
                MOVE WS-RULE-TERM-LINE TO LINEO(3)
           ELSE IF WS-RULE-SUBJECT(1:1) = '*' THEN
                MOVE 'NO CLASS RULE - SIGN-ON UNRESTRICTED'
                     TO LINEO(1)
           ELSE
                MOVE 'NO OPERATOR RULE - THE CLASS RULE APPLIES'
                     TO LINEO(1)
                END-IF
           END-IF.

           IF WS-RULE-SUBJECT(1:1) NOT = '*' THEN
                IF OPER-WIN-DATE = 0 THEN
                     MOVE 'NO OUT-OF-HOURS WINDOW' TO LINEO(5)
                ELSE
                     MOVE OPER-WIN-DATE TO RL-WIN-DATE
                     MOVE OPER-WIN-FROM TO RL-WIN-FROM
                     MOVE OPER-WIN-TO TO RL-WIN-TO
                     MOVE OPER-WIN-BY TO RL-WIN-BY
                     MOVE WS-RULE-WIN-LINE TO LINEO(5)
                     MOVE OPER-WIN-REASON TO LINEO(6)
                END-IF
           END-IF.

           MOVE WS-MESSAGE TO MSGO.

           EXEC CICS SEND
                MAP('MAP1')
                MAPSET('DCI8DMO')
                ERASE
           END-EXEC.

           EXEC CICS RETURN
                TRANSID('I8D6')
                COMMAREA(WS-COMMAREA)
                LENGTH(WS-COMMAREA-LENGTH)
           END-EXEC.

      * ONE KEYED HHMM INTO WS-HHMM - DIGITS, MINUTES UNDER 60, NO
      * LATER THAN 2400
       645-EDIT-HHMM.

           MOVE SPACES TO WS-MESSAGE.

           IF WS-HHMM-IN IS NOT NUMERIC THEN
                MOVE 'TIMES MUST BE HHMM, 0000 TO 2400' TO WS-MESSAGE
                GO TO 645-EDIT-EXIT
           END-IF.

           MOVE WS-HHMM-IN TO WS-HHMM.

           IF WS-HHMM-MM > 59 OR WS-HHMM > 2400 THEN
                MOVE 'TIMES MUST BE HHMM, 0000 TO 2400' TO WS-MESSAGE
           END-IF.

       645-EDIT-EXIT.
           EXIT.

      * 'D' - DELETE AN OPERATOR OUTRIGHT - SUSPEND IS PREFERRED FOR
      * LEAVERS, DELETE IS FOR ENTRIES ADDED IN ERROR
       520-DELETE-OPERATOR.
                UPDATE
           END-EXEC.

      * A ROW WRITTEN BEFORE THE CONNECTION FIELDS EXISTED COMES
      * BACK SHORT - START IT WITH NOTHING RECORDED
           IF OPER-CUST-ID IS NOT NUMERIC OR
                OPER-CONN-COUNT IS NOT NUMERIC THEN
                MOVE 0 TO OPER-CUST-ID
                MOVE 0 TO OPER-CONN-COUNT
                PERFORM 575-CLEAR-ONE-CONN THRU 575-CLEAR-EXIT
                     VARYING WS-CONN-SUB FROM 1 BY 1
                     UNTIL WS-CONN-SUB > 10
           END-IF.

      * LIKEWISE A ROW FROM BEFORE THE WINDOW FIELDS EXISTED
           IF OPER-WIN-DATE IS NOT NUMERIC OR
                OPER-WIN-FROM IS NOT NUMERIC OR
                OPER-WIN-TO IS NOT NUMERIC THEN
                PERFORM 635-CLEAR-WINDOW THRU 635-CLEAR-EXIT
                MOVE SPACES TO OPER-WIN-BY
                MOVE SPACES TO OPER-WIN-REASON
           END-IF.

       550-READ-EXIT.
           EXIT.

           MOVE OPER-CLASS TO OA-OPER-CLASS.
           MOVE OPER-EXPIRY-DATE TO OA-OPER-EXPIRY.
           MOVE OPER-REVOKED-FLAG TO OA-OPER-REVOKED.
           MOVE OPER-CUST-ID TO OA-CUST-ID.
           MOVE WS-AUDIT-ACCTNO TO OA-CONN-ACCTNO.
           MOVE WS-AUDIT-DETAIL TO OA-DETAIL.

           EXEC CICS WRITEQ TD
                QUEUE('OPAU')
