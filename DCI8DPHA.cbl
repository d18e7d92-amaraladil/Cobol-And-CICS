      * ACCOUNT TO THE KEYED CUSTOMER; PF3 MAKES THE KEYED ACCOUNT
      * ITS OWN NEW CUSTOMER (ID DRAWN FROM ACCTCTL'S NEXTCUST ROW,
      * THE NEXTACCT PATTERN). THE DCI8BCML MATCH RUN DID THE
      * INITIAL POPULATION.
      * THE CUSTOMER'S OVERALL LIMIT (WHOLE POUNDS, ZERO FOR NONE)
      * SHOWS BESIDE THE ACCOUNT FIELD AND IS SET BY KEYING IT AND
      * PRESSING PF5 - THE CUSTLIM FUNCTION, FULL CLASS BY DEFAULT.
      * EVERY PATH THAT RAISES CRLIMIT REFUSES A RAISE THAT WOULD
      * TAKE THE LINKED ACCOUNTS TOGETHER OVER IT (DCI8DPHQ); A PF2
      * LINK THAT DOES IS ALLOWED BUT WARNED, AND THE COMBINED LINE
      * SAYS OVER WHEN THE CUSTOMER ALREADY IS. PF2 AND PF3 ARE BOTH
      * REFUSED ON AN ACCOUNT CONNECTED TO THE OPERATOR (DCI8DPHN)
      *****************************************************************

       ENVIRONMENT DIVISION.
      * COPY CONTROL RECORD LAYOUT - THE NEXTCUST COUNTER
       COPY 'ACCTCTL'.

      * COPY OPERATOR AUTHORIZATION RECORD LAYOUT - READ BY
      * 170-CHECK-AUTHORITY FOR THE OPERATOR'S CLASS
       COPY 'OPERREC'.

       01 WS-MESSAGE  PIC X(60) VALUE SPACES.

       01 WS-RESP               PIC S9(8) COMP.
       01 WS-FH-RESP            PIC S9(8) COMP.

       01 WS-COMMAREA           PIC X(4) VALUE SPACES.
       01 WS-COMMAREA-LENGTH    PIC S9(4) COMP VALUE 4.
      * MIRROR KEY FOR THE CUSTACCT ALTERNATE PATH BROWSE
       01 WS-CUSTACCT-KEY       PIC 9(08) VALUE 0.

      * THE OVERALL LIMIT AS KEYED AND AS SHOWN - WHOLE POUNDS
       01 WS-OVL-VALUE          PIC 9(08) VALUE 0.
       01 WS-OVL-DISP           PIC Z(7)9.
       01 WS-OVL-SAVE           PIC 9(08)V99 VALUE 0.

      * COMMAREA SHAPE SHARED WITH DCI8DPGH, THE FUNCTION-AUTHORITY
      * CHECKER
       01 WS-FUNCAUTH-CA.
           05 FH-OPER-ID         PIC X(3).
           05 FH-CLASS           PIC X(1).
           05 FH-FUNCTION        PIC X(8).
           05 FH-DEFAULT         PIC X(1).
           05 FH-ALLOW           PIC X(1).

       01 WS-FUNCAUTH-CA-LEN    PIC S9(4) COMP VALUE +14.

      * COMMAREA SHAPE SHARED WITH DCI8DPHQ, THE CUSTOMER OVERALL-
      * LIMIT CHECKER
       01 WS-CUSTLIM-CA.
           05 OL-ACCTNO          PIC X(9).
           05 OL-SNAME           PIC X(15).
           05 OL-ADDR1           PIC X(20).
           05 OL-NEW-CRLIMIT     PIC 9(8)V99.
           05 OL-CUSTID          PIC 9(8).
           05 OL-OVERALL         PIC 9(8)V99.
           05 OL-TOTAL           PIC 9(10)V99.
           05 OL-OVER            PIC X(1).

       01 WS-CUSTLIM-CA-LEN     PIC S9(4) COMP VALUE +85.

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
           EXEC CICS HANDLE AID
                PF2(400-LINK-ACCOUNT)
                PF3(500-NEW-CUSTOMER)
                PF5(550-SET-OVERALL)
                PF9(999-EXIT)
           END-EXEC.

           MOVE '100-FIRST-TIME' TO WS-LAST-PARA.

           MOVE LOW-VALUES TO MAPEO.
           MOVE 'ENTER SHOWS, PF2 LINKS, PF3 CREATES, PF5 SETS LIMIT'
                TO MSGO.

           EXEC CICS SEND
                RIDFLD(CM-CUSTID)
           END-EXEC.

      * ROWS WRITTEN BEFORE THE OVERALL LIMIT EXISTED READ BACK WITH
      * LOW-VALUES THERE - SHOWN AS NONE SET
           IF CM-OVERALL-LIMIT IS NOT NUMERIC THEN
                MOVE 0 TO CM-OVERALL-LIMIT
           END-IF.

           MOVE LOW-VALUES TO MAPEO.
           MOVE CUSTIDI TO CUSTIDO.
           MOVE CM-OVERALL-LIMIT TO WS-OVL-VALUE.
           MOVE WS-OVL-VALUE TO WS-OVL-DISP.
           MOVE WS-OVL-DISP TO OVLIMO.
           MOVE 0 TO WS-LIST-COUNT.
           MOVE 0 TO WS-TOT-CRLIMIT.
           MOVE 0 TO WS-TOT-BALANCE.
           ELSE
                MOVE WS-TOT-CRLIMIT TO WS-TOTLIM-DISP
                MOVE WS-TOT-BALANCE TO WS-TOTBAL-DISP
                IF CM-OVERALL-LIMIT > 0 AND
                     WS-TOT-CRLIMIT > CM-OVERALL-LIMIT THEN
                     STRING 'OVER - COMBINED LIMIT ' WS-TOTLIM-DISP
                          ' BALANCE ' WS-TOTBAL-DISP
                          DELIMITED BY SIZE INTO MSGO
                ELSE
                     STRING 'COMBINED LIMIT ' WS-TOTLIM-DISP
                          ' BALANCE ' WS-TOTBAL-DISP
                          DELIMITED BY SIZE INTO MSGO
                END-IF
           END-IF.

       200-SHOW-SEND.
                GO TO 999-ERROR-MSG-RETURN
           END-IF.

      * NOBODY WORKS AN ACCOUNT THAT IS THEIR OWN OR CONNECTED TO
      * THEM - DCI8DPHN REFUSES IT AND LOGS THE ATTEMPT
           MOVE ACCTNOI TO CK-ACCTNO.
           MOVE 'CUSTLINK' TO CK-ACTION.
           PERFORM 175-CHECK-CONNECTED THRU 175-CHECK-EXIT.
           IF CK-BLOCKED = 'Y' THEN
                MOVE 'ACCOUNT CONNECTED TO YOU - REFER TO A COLLEAGUE'
                     TO WS-MESSAGE
                GO TO 999-ERROR-MSG-RETURN
           END-IF.

           MOVE WS-CUSTID-NUM TO CM-CUSTID.
           EXEC CICS READ
                FILE('CUSTMAST')
                LENGTH(ACCTREC-LEN)
           END-EXEC.

      * THE LINK MOVES NO LIMIT, SO IT IS NOT REFUSED - BUT IF IT
      * TAKES THE CUSTOMER OVER THEIR OVERALL LIMIT THE OPERATOR IS
      * TOLD, AND THE CUSTOMER JOINS THE DCI8BCOL WEEKLY LIST
           MOVE ACCTNO TO OL-ACCTNO.
           MOVE SNAME TO OL-SNAME.
           MOVE ADDR1 TO OL-ADDR1.
           MOVE CRLIMIT TO OL-NEW-CRLIMIT.

           EXEC CICS LINK
                PROGRAM('DCI8DPHQ')
                COMMAREA(WS-CUSTLIM-CA)
                LENGTH(WS-CUSTLIM-CA-LEN)
           END-EXEC.

           IF OL-OVERALL > 0 AND OL-TOTAL > OL-OVERALL THEN
                MOVE 'ACCOUNT LINKED - CUSTOMER NOW OVER OVERALL LIMIT'
                     TO WS-MESSAGE
           ELSE
                MOVE 'ACCOUNT LINKED TO CUSTOMER' TO WS-MESSAGE
           END-IF.
           GO TO 999-ERROR-MSG-RETURN.

      * PF3 - MAKE THE KEYED ACCOUNT ITS OWN NEW CUSTOMER
                GO TO 999-ERROR-MSG-RETURN
           END-IF.

      * NOBODY WORKS AN ACCOUNT THAT IS THEIR OWN OR CONNECTED TO
      * THEM - DCI8DPHN REFUSES IT AND LOGS THE ATTEMPT
           MOVE ACCTNOI TO CK-ACCTNO.
           MOVE 'NEWCUST' TO CK-ACTION.
           PERFORM 175-CHECK-CONNECTED THRU 175-CHECK-EXIT.
           IF CK-BLOCKED = 'Y' THEN
                MOVE 'ACCOUNT CONNECTED TO YOU - REFER TO A COLLEAGUE'
                     TO WS-MESSAGE
                GO TO 999-ERROR-MSG-RETURN
           END-IF.

           MOVE ACCTNOI TO ACCTNO.
           EXEC CICS READ
                FILE('ACCTFILE')
           MOVE EIBTRMID TO CM-CR-TRMID.
           MOVE EIBDATE TO CM-CR-DATE.
           MOVE EIBTIME TO CM-CR-TIME.
           MOVE 0 TO CM-OVERALL-LIMIT.
           MOVE SPACES TO CM-OVL-USERID CM-OVL-TRMID.
           MOVE 0 TO CM-OVL-DATE.

           EXEC CICS WRITE
                FILE('CUSTMAST')

           PERFORM 990-RETURN THRU 990-RETURN-EXIT.

      * PF5 - SET THE KEYED CUSTOMER'S OVERALL LIMIT FROM THE
      * OVERALL-LIMIT FIELD, WHOLE POUNDS. ZERO TAKES IT OFF. A
      * FIGURE BELOW WHAT THE ACCOUNTS ALREADY ADD UP TO IS TAKEN -
      * IT STOPS FURTHER RAISES AND PUTS THE CUSTOMER ON THE
      * DCI8BCOL REPORT
       550-SET-OVERALL.

           MOVE '550-SET-OVERALL' TO WS-LAST-PARA.

           EXEC CICS HANDLE CONDITION
                MAPFAIL(100-FIRST-TIME)
                NOTFND(600-CUST-NOTFND)
                ERROR(999-UNHANDLED-ERROR)
           END-EXEC.

           EXEC CICS RECEIVE
                MAP('MAPE')
                MAPSET('DCI8DME')
           END-EXEC.

           MOVE 'CUSTLIM' TO FH-FUNCTION.
           MOVE 'N' TO FH-DEFAULT.
           PERFORM 170-CHECK-AUTHORITY THRU 170-CHECK-EXIT.

           IF FH-ALLOW NOT = 'Y' THEN
                MOVE 'NOT AUTHORIZED TO SET OVERALL LIMITS'
                     TO WS-MESSAGE
                GO TO 999-ERROR-MSG-RETURN
           END-IF.

           IF CUSTIDI IS NOT NUMERIC THEN
                MOVE 'CUSTOMER ID MUST BE 8 DIGITS' TO WS-MESSAGE
                GO TO 999-ERROR-MSG-RETURN
           END-IF.
           MOVE CUSTIDI TO WS-CUSTID-NUM.

           IF OVLIML < 1 OR OVLIML > 8 THEN
                MOVE 'KEY THE OVERALL LIMIT IN POUNDS - 0 TAKES IT OFF'
                     TO WS-MESSAGE
                GO TO 999-ERROR-MSG-RETURN
           END-IF.
           IF OVLIMI(1:OVLIML) IS NOT NUMERIC THEN
                MOVE 'OVERALL LIMIT MUST BE WHOLE POUNDS, DIGITS ONLY'
                     TO WS-MESSAGE
                GO TO 999-ERROR-MSG-RETURN
           END-IF.
           MOVE OVLIMI(1:OVLIML) TO WS-OVL-VALUE.

           MOVE WS-CUSTID-NUM TO CM-CUSTID.
           EXEC CICS READ
                FILE('CUSTMAST')
                INTO(CUSTMAST-REC)
                LENGTH(CUSTMAST-LEN)
                RIDFLD(CM-CUSTID)
                UPDATE
           END-EXEC.

           MOVE WS-OVL-VALUE TO WS-OVL-SAVE.
           MOVE WS-OVL-SAVE TO CM-OVERALL-LIMIT.
           MOVE EIBUSERID TO CM-OVL-USERID.
           MOVE EIBTRMID TO CM-OVL-TRMID.
           MOVE EIBDATE TO CM-OVL-DATE.

           EXEC CICS REWRITE
                FILE('CUSTMAST')
                FROM(CUSTMAST-REC)
                LENGTH(CUSTMAST-LEN)
           END-EXEC.

      * REDISPLAY THE CUSTOMER SO THE OPERATOR SEES THE NEW LIMIT
      * AGAINST WHAT THE ACCOUNTS ADD UP TO
           GO TO 200-SHOW-CUSTOMER.

       600-CUST-NOTFND.

           MOVE 'CUSTOMER NOT ON CUSTMAST' TO WS-MESSAGE.
           GO TO 999-ERROR-MSG-RETURN.

      * LOOKS THE SIGNED-ON OPERATOR'S CLASS UP AND ASKS DCI8DPGH
      * WHETHER THE FUNCTION IN FH-FUNCTION IS ALLOWED - THE LEGACY
      * ANSWER IS YES FOR THE FULL CLASS ONLY
       170-CHECK-AUTHORITY.

           MOVE EIBOPID TO FH-OPER-ID.
           MOVE SPACES TO FH-CLASS.

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
