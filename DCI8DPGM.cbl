      * COPY CONTROL RECORD LAYOUT - THE PWDDAYS PASSWORD-AGE LINE
           COPY 'ACCTCTL'.

      * COPY SIGN-ON RULE LAYOUT - PERMITTED DAYS, HOURS, TERMINALS
           COPY 'SIGNRULE'.

       01 WS-COMMAREA           PIC X(3)
           VALUE SPACES.


       01 WS-PWD-MESSAGE        PIC X(60) VALUE SPACES.

      * WHAT 999-NOT-AUTHORIZED SHOWS - THE SIGN-ON RULE REFUSALS
      * REPLACE IT WITH THEIR OWN WORDING SO THE OPERATOR KNOWS WHY
       01 WS-SIGNON-MESSAGE     PIC X(60) VALUE
           'NOT AUTHORIZED - PLEASE SIGN ON AND TRY AGAIN'.

      * SIGN-ON RULE WORK FIELDS - SEE 070-CHECK-SIGN-RULE. EIBDATE
      * (0CYYDDD) AND EIBTIME (0HHMMSS) ARE UNPACKED HERE SO THE DAY
      * OF THE WEEK AND THE HHMM CAN BE TAKEN OFF THEM
       01 WS-RULE-RESP          PIC S9(8) COMP.
       01 WS-RULE-DATE          PIC 9(7) VALUE 0.
       01 FILLER REDEFINES WS-RULE-DATE.
           05 WS-RULE-CC        PIC 9(2).
           05 WS-RULE-YY        PIC 9(2).
           05 WS-RULE-DDD       PIC 9(3).
       01 WS-RULE-TIME          PIC 9(7) VALUE 0.
       01 FILLER REDEFINES WS-RULE-TIME.
           05 FILLER            PIC 9(1).
           05 WS-RULE-HHMM      PIC 9(4).
           05 WS-RULE-SS        PIC 9(2).
       77 WS-RULE-YEAR          PIC 9(4) VALUE 0.
       77 WS-RULE-QUOT          PIC 9(5) VALUE 0.
       77 WS-RULE-R4            PIC 9(3) VALUE 0.
       77 WS-RULE-R100          PIC 9(3) VALUE 0.
       77 WS-RULE-R400          PIC 9(3) VALUE 0.
       77 WS-RULE-DAYNUM        PIC 9(5) VALUE 0.
       77 WS-RULE-WEEKDAY       PIC 9(1) VALUE 0.
       77 WS-RULE-FROM          PIC 9(4) VALUE 0.
       77 WS-RULE-TO            PIC 9(4) VALUE 0.
       77 WS-RULE-SUB           PIC S9(4) COMP VALUE 0.
       77 WS-RULE-PFX-LEN       PIC S9(4) COMP VALUE 0.
       01 WS-RULE-SW            PIC X VALUE 'N'.
           88 WS-RULE-MATCHED            VALUE 'Y'.

      * PASSWORD-AGE LINE OFF ACCTCTL'S PWDDAYS ROW - A MISSING ROW
      * FALLS BACK TO 90 DAYS
       77 WS-PWD-DAYS           PIC 9(05) VALUE 90.
               'OPTION M - CUSTOMER MASTER INQUIRY AND LINKING'.
           05 FILLER PIC X(60) VALUE
               'OPTION I - INVESTIGATION BROWSE BY OPERATOR'.
           05 FILLER PIC X(60) VALUE
               'OPTION K - SANCTIONS MATCH REVIEW QUEUE (COMPLIANCE)'.
           05 FILLER PIC X(60) VALUE
               'OPTION V - CUSTOMER 360 SUMMARY (READ-ONLY)'.
           05 FILLER PIC X(60) VALUE
               'OPTION F - FRAUD CASE QUEUE (FRAUD ANALYSTS)'.
           05 FILLER PIC X(60) VALUE
               'PRESS ENTER TO RETURN TO THE MENU'.

       01 WS-HELP-TEXT-LEN      PIC S9(4) COMP VALUE +1140.

      * MENU SELECTION AUDIT RECORD - WRITTEN TO THE AUDT TDQ
       01 WS-AUDIT-REC.
      * EVERY REFUSAL 050-VERIFY-SIGNON USED TO SWALLOW SILENTLY.
      * SAME SHAPE AS THE 150-LOG-USAGE AUDIT ROW, PLUS THE OPID AS
      * KEYED AND A ONE-BYTE REASON: B BLANK, U UNKNOWN, R REVOKED,
      * X EXPIRED, P BAD PASSWORD, L LOCKED OUT, C CHANGE REQUIRED,
      * H OUTSIDE THE PERMITTED DAYS OR HOURS, T TERMINAL NOT
      * PERMITTED
       01 WS-SEC-REC.
           05 WS-SEC-TRMID          PIC X(4).
           05 WS-SEC-USERID         PIC X(8).
                     PERFORM 060-LOG-DENIAL THRU 060-LOG-DENIAL-EXIT
                ELSE
                     MOVE OPER-CLASS TO WS-OPER-CLASS
                     PERFORM 070-CHECK-SIGN-RULE THRU 070-CHECK-EXIT
                END-IF
           END-IF.

       050-VERIFY-SIGNON-EXIT.
           EXIT.

      * WHEN AND WHERE THE OPERATOR MAY SIGN ON - THE SIGNRULE ROW
      * FOR THE OPERATOR, ELSE THE ONE FOR THEIR CLASS ('*1 '/'*2 '),
      * ELSE NO RESTRICTION. THE TERMINAL MUST START WITH ONE OF THE
      * ROW'S PREFIXES (T); TODAY MUST BE A PERMITTED DAY AND THE
      * TIME INSIDE THE PERMITTED HOURS (H) UNLESS A SUPERVISOR HAS
      * GRANTED A ONE-OFF WINDOW ON OPERTAB THAT COVERS NOW. EACH
      * REFUSAL GOES TO SECQ WITH THE OTHER FAILED SIGN-ONS
       070-CHECK-SIGN-RULE.

           MOVE '070-CHECK-SIGN-RULE' TO WS-LAST-PARA.

           MOVE EIBOPID TO SR-SUBJECT.
           EXEC CICS READ
                FILE('SIGNRULE')
                INTO(SIGNRULE-REC)
                LENGTH(SIGNRULE-LEN)
                RIDFLD(SR-SUBJECT)
                RESP(WS-RULE-RESP)
           END-EXEC.

           IF WS-RULE-RESP NOT = DFHRESP(NORMAL) THEN
                MOVE SPACES TO SR-SUBJECT
                MOVE '*' TO SR-SUBJECT(1:1)
                MOVE OPER-CLASS TO SR-SUBJECT(2:1)
                EXEC CICS READ
                     FILE('SIGNRULE')
                     INTO(SIGNRULE-REC)
                     LENGTH(SIGNRULE-LEN)
                     RIDFLD(SR-SUBJECT)
                     RESP(WS-RULE-RESP)
                END-EXEC
                IF WS-RULE-RESP NOT = DFHRESP(NORMAL) THEN
                     GO TO 070-CHECK-EXIT
                END-IF
           END-IF.

      * T - THE TERMINAL. FOUR BLANK PREFIXES MEANS ANY TERMINAL
           IF SR-TERMINALS NOT = SPACES AND
                SR-TERMINALS NOT = LOW-VALUES THEN
                MOVE 'N' TO WS-RULE-SW
                PERFORM 075-TRY-ONE-PREFIX THRU 075-TRY-EXIT
                     VARYING WS-RULE-SUB FROM 1 BY 1
                     UNTIL WS-RULE-SUB > 4 OR WS-RULE-MATCHED
                IF NOT WS-RULE-MATCHED THEN
                     MOVE 'N' TO WS-SIGNON-SW
                     MOVE 'T' TO WS-SEC-REASON
                     PERFORM 060-LOG-DENIAL THRU 060-LOG-DENIAL-EXIT
                     MOVE 'SIGN-ON NOT PERMITTED FROM THIS TERMINAL'
                          TO WS-SIGNON-MESSAGE
                     GO TO 070-CHECK-EXIT
                END-IF
           END-IF.

           MOVE EIBTIME TO WS-RULE-TIME.

      * A SUPERVISOR'S WINDOW FOR TODAY THAT COVERS NOW OVERRIDES
      * THE DAYS AND HOURS. ROWS FROM BEFORE THE WINDOW FIELDS
      * EXISTED FAIL THE NUMERIC TESTS AND HAVE NO WINDOW
           IF OPER-WIN-DATE IS NUMERIC AND
                OPER-WIN-FROM IS NUMERIC AND
                OPER-WIN-TO IS NUMERIC THEN
                IF OPER-WIN-DATE = EIBDATE AND
                     WS-RULE-HHMM NOT < OPER-WIN-FROM AND
                     WS-RULE-HHMM < OPER-WIN-TO THEN
                     GO TO 070-CHECK-EXIT
                END-IF
           END-IF.

      * H - THE DAY. JANUARY 1ST'S WEEKDAY COMES OFF THE YEAR BY
      * THE GAUSS RULE (0 = SUNDAY), THE JULIAN DAY IS ADDED ON, AND
      * THE RESULT IS TURNED ROUND TO MONDAY = 1 ... SUNDAY = 7 TO
      * INDEX SR-DAYS
           MOVE EIBDATE TO WS-RULE-DATE.
           COMPUTE WS-RULE-YEAR =
                1899 + (WS-RULE-CC * 100) + WS-RULE-YY.
           DIVIDE WS-RULE-YEAR BY 4
                GIVING WS-RULE-QUOT REMAINDER WS-RULE-R4.
           DIVIDE WS-RULE-YEAR BY 100
                GIVING WS-RULE-QUOT REMAINDER WS-RULE-R100.
           DIVIDE WS-RULE-YEAR BY 400
                GIVING WS-RULE-QUOT REMAINDER WS-RULE-R400.
           COMPUTE WS-RULE-DAYNUM =
                (5 * WS-RULE-R4) + (4 * WS-RULE-R100) +
                (6 * WS-RULE-R400) + WS-RULE-DDD + 6.
           DIVIDE WS-RULE-DAYNUM BY 7
                GIVING WS-RULE-QUOT REMAINDER WS-RULE-WEEKDAY.
           ADD 1 TO WS-RULE-WEEKDAY.

           IF SR-DAYS(WS-RULE-WEEKDAY:1) NOT = 'Y' THEN
                GO TO 070-REFUSE-HOURS
           END-IF.

      * H - THE HOURS. FROM AFTER TO IS AN OVERNIGHT SHIFT; EQUAL
      * OR UNSET HOURS MEAN THE WHOLE DAY
           IF SR-FROM-HHMM IS NOT NUMERIC OR
                SR-TO-HHMM IS NOT NUMERIC THEN
                GO TO 070-CHECK-EXIT
           END-IF.
           MOVE SR-FROM-HHMM TO WS-RULE-FROM.
           MOVE SR-TO-HHMM TO WS-RULE-TO.

           IF WS-RULE-FROM < WS-RULE-TO AND
                (WS-RULE-HHMM < WS-RULE-FROM OR
                 WS-RULE-HHMM NOT < WS-RULE-TO) THEN
                GO TO 070-REFUSE-HOURS
           END-IF.

           IF WS-RULE-FROM > WS-RULE-TO AND
                WS-RULE-HHMM < WS-RULE-FROM AND
                WS-RULE-HHMM NOT < WS-RULE-TO THEN
                GO TO 070-REFUSE-HOURS
           END-IF.

           GO TO 070-CHECK-EXIT.

       070-REFUSE-HOURS.

           MOVE 'N' TO WS-SIGNON-SW.
           MOVE 'H' TO WS-SEC-REASON.
           PERFORM 060-LOG-DENIAL THRU 060-LOG-DENIAL-EXIT.
           MOVE 'SIGN-ON NOT PERMITTED AT THIS TIME - SEE SUPERVISOR'
                TO WS-SIGNON-MESSAGE.

       070-CHECK-EXIT.
           EXIT.

      * ONE TERMINAL PREFIX - ITS LENGTH IS UP TO THE FIRST SPACE, AND
      * A BLANK PREFIX MATCHES NOTHING
       075-TRY-ONE-PREFIX.

           MOVE 0 TO WS-RULE-PFX-LEN.
           INSPECT SR-TERM-PREFIX(WS-RULE-SUB) TALLYING WS-RULE-PFX-LEN
                FOR CHARACTERS BEFORE INITIAL SPACE.

           IF WS-RULE-PFX-LEN > 0 AND
                SR-TERM-PREFIX(WS-RULE-SUB)(1:1) NOT = LOW-VALUE THEN
                IF EIBTRMID(1:WS-RULE-PFX-LEN) =
                     SR-TERM-PREFIX(WS-RULE-SUB)(1:WS-RULE-PFX-LEN) THEN
                     MOVE 'Y' TO WS-RULE-SW
                END-IF
           END-IF.

       075-TRY-EXIT.
           EXIT.

      * EVERY TURNED-AWAY SIGN-ON LEAVES A TRACE - ONE MISTYPED
      * OPERATOR ID LOOKS VERY DIFFERENT FROM A WEEK OF SOMEBODY
      * PROBING TERMINALS, AND NOW THE SECQ QUEUE CAN TELL THEM
                EXEC CICS RETURN TRANSID('I8D0') END-EXEC

      * CHOICES C (CLOSED-ACCOUNT INQUIRY), T (ONLINE TXN CAPTURE),
      * S (SUSPENSE RESEARCH), O (STANDING ORDERS), M (CUSTOMER
      * MASTER), I (INVESTIGATION), K (SANCTIONS REVIEW), V
      * (CUSTOMER SUMMARY) AND F (FRAUD CASES) ARE THE DELIBERATE
      * LETTERS ON THE MENU - EVERYTHING ELSE NON-NUMERIC IS A TYPO
           ELSE IF CHOICEI IS NOT NUMERIC AND CHOICEI NOT = 'C'
                AND CHOICEI NOT = 'T' AND CHOICEI NOT = 'S'
                AND CHOICEI NOT = 'O' AND CHOICEI NOT = 'M'
                AND CHOICEI NOT = 'I' AND CHOICEI NOT = 'K'
                AND CHOICEI NOT = 'V' AND CHOICEI NOT = 'F'
                MOVE LOW-VALUES TO MENUO
                MOVE 'YOU ENTERED NON NUMERIC CHOICE' TO MSGO
                EXEC CICS SEND MAP('MENU') MAPSET('DCI8DMM') END-EXEC
                ELSE
                     GO TO 999-NOT-AUTH-CHOICE
                END-IF
           ELSE IF CHOICEI IS EQUAL TO 'K'
                PERFORM 170-CHECK-AUTHORITY THRU 170-CHECK-EXIT
                IF FH-ALLOW = 'Y' THEN
                     PERFORM 150-LOG-USAGE THRU 150-LOG-USAGE-EXIT
                     GO TO 896-CHOICE-K
                ELSE
                     GO TO 999-NOT-AUTH-CHOICE
                END-IF
           ELSE IF CHOICEI IS EQUAL TO 'V'
                PERFORM 170-CHECK-AUTHORITY THRU 170-CHECK-EXIT
                IF FH-ALLOW = 'Y' THEN
                     PERFORM 150-LOG-USAGE THRU 150-LOG-USAGE-EXIT
                     GO TO 894-CHOICE-V
                ELSE
                     GO TO 999-NOT-AUTH-CHOICE
                END-IF
           ELSE IF CHOICEI IS EQUAL TO 'F'
                PERFORM 170-CHECK-AUTHORITY THRU 170-CHECK-EXIT
                IF FH-ALLOW = 'Y' THEN
                     PERFORM 150-LOG-USAGE THRU 150-LOG-USAGE-EXIT
                     GO TO 893-CHOICE-F
                ELSE
                     GO TO 999-NOT-AUTH-CHOICE
                END-IF
           ELSE IF CHOICEI IS EQUAL TO '9'
                PERFORM 150-LOG-USAGE THRU 150-LOG-USAGE-EXIT
                GO TO 700-CHOICE-9
           ELSE
                GO TO 999-SEND-ERROR-MSG
                                                                  END-IF
                                                                  END-IF
                                                                  END-IF
                                                                  END-IF
                                                                 END-IF
                                                                END-IF
                                                                END-IF
           MOVE SPACES TO FH-FUNCTION(8:1).

      * CHOICES 2 AND 4 (INQUIRY/BROWSE) WERE ALWAYS OPEN TO BOTH
      * CLASSES, AND C (CLOSED-ACCOUNT INQUIRY) AND V (CUSTOMER
      * SUMMARY) ARE READ-ONLY TOO; EVERYTHING ELSE NEEDED FULL CLASS
           IF CHOICEI = '2' OR CHOICEI = '4' OR CHOICEI = 'C'
                OR CHOICEI = 'V' THEN
                MOVE 'Y' TO FH-DEFAULT
           ELSE
                IF WS-OPER-CLASS-FULL THEN
                LENGTH(WS-COMMAREA-LENGTH)
           END-EXEC.

      * THE SANCTIONS REVIEW QUEUE - DCI8DPHH ITSELF CHECKS THE
      * SANCREVW FUNCTION BEFORE A MATCH CAN BE CLEARED OR CONFIRMED
       896-CHOICE-K.

           MOVE '896-CHOICE-K' TO WS-LAST-PARA.

           MOVE LOW-VALUES TO MENUO.
           EXEC CICS XCTL
                PROGRAM('DCI8DPHH')
                COMMAREA(WS-COMMAREA)
                LENGTH(WS-COMMAREA-LENGTH)
           END-EXEC.

      * THE CUSTOMER SUMMARY - DCI8DPHO PAINTS A BLANK SCREEN FOR THE
      * ACCOUNT TO BE KEYED
       894-CHOICE-V.

           MOVE '894-CHOICE-V' TO WS-LAST-PARA.

           MOVE LOW-VALUES TO MENUO.
           EXEC CICS XCTL
                PROGRAM('DCI8DPHO')
                COMMAREA(WS-COMMAREA)
                LENGTH(WS-COMMAREA-LENGTH)
           END-EXEC.

      * THE FRAUD CASE QUEUE - DCI8DPHS ITSELF CHECKS THE FRAUDWRK
      * FUNCTION BEFORE A CASE CAN BE FROZEN, CONFIRMED OR CLEARED
       893-CHOICE-F.

           MOVE '893-CHOICE-F' TO WS-LAST-PARA.

           MOVE LOW-VALUES TO MENUO.
           EXEC CICS XCTL
                PROGRAM('DCI8DPHS')
                COMMAREA(WS-COMMAREA)
                LENGTH(WS-COMMAREA-LENGTH)
           END-EXEC.

       899-CHOICE-I.

           MOVE '899-CHOICE-I' TO WS-LAST-PARA.
       999-NOT-AUTHORIZED.

           MOVE LOW-VALUES TO MENUO.
           MOVE WS-SIGNON-MESSAGE TO MSGO.
           EXEC CICS SEND MAP('MENU') MAPSET('DCI8DMM') ERASE END-EXEC.
           EXEC CICS RETURN END-EXEC.

