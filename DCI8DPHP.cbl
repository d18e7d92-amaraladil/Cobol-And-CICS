       IDENTIFICATION DIVISION.
       PROGRAM-ID. DCI8DPHP.
       AUTHOR. AMAR AL-ADIL.

      *****************************************************************
      * ALERT PREFERENCES SCREEN (TRAN I8DZ) - WHICH SMS/E-MAIL
      * ALERTS THE CUSTOMER HAS ASKED FOR, ONE ROW PER ACCOUNT ON
      * ALERTPRF. REACHED BY PF10 FROM THE DCI8DPGU UPDATE SCREEN
      * WITH THE 9-BYTE ACCOUNT COMMAREA, OR BY KEYING THE ACCOUNT
      * HERE. ENTER SHOWS THE ACCOUNT'S CONTACT PREFERENCE, MOBILE
      * AND E-MAIL ALONG WITH THE FIVE OPT-INS (PAYMENT POSTED,
      * PAYMENT DUE, 90% OF LIMIT, OVER LIMIT, DIRECT DEBIT RETURNED)
      * - Y OR N AGAINST EACH; PF5 SAVES THEM FOR THE ACCOUNT ON
      * SHOW. AN ALERT CAN ONLY BE TAKEN UP WHEN THERE IS A MOBILE OR
      * AN E-MAIL ADDRESS ON FILE TO SEND IT TO, AND NEVER FOR A
      * DECEASED ESTATE. THE DAILY ALERT RUN (DCI8BALR) DOES THE
      * SENDING. PF1 GOES BACK TO THE UPDATE SCREEN ON THE ACCOUNT,
      * PF4 CLEARS THE SCREEN, PF9 GOES TO THE MENU
      *****************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.

      * COPY ALERT PREFERENCES MAP LAYOUT
       COPY 'DCI8DNP'.

      * COPY ACCTFILE RECORD LAYOUT
       COPY 'ACCTREC'.

      * COPY ALERT PREFERENCES RECORD LAYOUT
       COPY 'ALERTPRF'.

       01 WS-MESSAGE  PIC X(60) VALUE SPACES.

       01 WS-RESP               PIC S9(8) COMP.

      * THE ACCOUNT ON DISPLAY. PF5 ONLY SAVES FOR THE ACCOUNT THAT
      * WAS SHOWN, SO A NUMBER RE-KEYED WITHOUT ENTER CANNOT PICK UP
      * SOMEBODY ELSE'S CHOICES. THE SHOWN BYTE ALSO KEEPS THIS
      * COMMAREA CLEAR OF THE UPDATE SCREEN'S 9-BYTE HANDOVER
       01 WS-COMMAREA.
           05 WS-CA-ACCTNO          PIC X(09) VALUE SPACES.
           05 WS-CA-SHOWN           PIC X(01) VALUE 'N'.

       01 WS-COMMAREA-LENGTH    PIC S9(4) COMP VALUE 10.

       01 WS-MENU-COMMAREA        PIC X(3) VALUE SPACES.
       01 WS-MENU-COMMAREA-LEN    PIC S9(4) COMP VALUE 3.

      * THE ACCOUNT HANDED OVER BY DCI8DPGU'S PF10 OR KEYED HERE
       01 WS-INQ-ACCTNO         PIC X(09) VALUE SPACES.

      * THE FIVE OPT-INS AS KEYED, EDITED TO Y OR N BY 510-EDIT-OPTS
       01 WS-OPTS.
           05 WS-OPT-PAYMENT        PIC X(01).
           05 WS-OPT-DUE            PIC X(01).
           05 WS-OPT-UTIL           PIC X(01).
           05 WS-OPT-OVERLIMIT      PIC X(01).
           05 WS-OPT-DDRETURN       PIC X(01).
       01 WS-OPT-ONE            PIC X(01).
       77 WS-OPT-BAD            PIC X(01) VALUE 'N'.
       77 WS-OPT-ANY            PIC X(01) VALUE 'N'.

       01 WS-NAME-LINE.
           05 NL-TITL           PIC X(04).
           05 FILLER            PIC X(01) VALUE SPACES.
           05 NL-FNAME          PIC X(15).
           05 FILLER            PIC X(01) VALUE SPACES.
           05 NL-SNAME          PIC X(15).
           05 FILLER            PIC X(04) VALUE SPACES.

       01 WS-CHG-LINE.
           05 FILLER            PIC X(16) VALUE 'LAST CHANGED BY '.
           05 CG-USERID         PIC X(08).
           05 FILLER            PIC X(13) VALUE ' AT TERMINAL '.
           05 CG-TRMID          PIC X(04).
           05 FILLER            PIC X(19) VALUE SPACES.

       01 WS-LAST-PARA          PIC X(20) VALUE SPACES.

      * COMMAREA SHAPE SHARED WITH DCI8DPGZ, THE UNHANDLED-CONDITION
      * LOGGER
       01 WS-ERRLOG-CA.
           05 EL-TRANID          PIC X(4).
           05 EL-PROGRAM         PIC X(8) VALUE 'DCI8DPHP'.
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
      * PAINT ITS PREFERENCES STRAIGHT AWAY
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
                PF5(500-SAVE-PREFS)
                PF9(999-EXIT)
           END-EXEC.

           EXEC CICS HANDLE CONDITION
                MAPFAIL(110-PAINT-BLANK)
                ERROR(999-UNHANDLED-ERROR)
           END-EXEC.

           EXEC CICS RECEIVE
                MAP('MAPNP')
                MAPSET('DCI8DNP')
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
           GO TO 300-SHOW-PREFS.

      * PF4 - CLEAR THE SCREEN
       110-PAINT-BLANK.

           MOVE '110-PAINT-BLANK' TO WS-LAST-PARA.

           MOVE SPACES TO WS-CA-ACCTNO.
           MOVE 'N' TO WS-CA-SHOWN.

           MOVE LOW-VALUES TO MAPNPO.
           MOVE 'KEY AN ACCOUNT AND PRESS ENTER FOR ITS ALERTS'
                TO MSGO.

           EXEC CICS SEND
               MAP('MAPNP')
               MAPSET('DCI8DNP')
               ERASE
           END-EXEC.

           PERFORM 990-RETURN THRU 990-RETURN-EXIT.

      * ENTER - SHOW THE KEYED ACCOUNT'S PREFERENCES
       200-SHOW-ACCOUNT.

           MOVE '200-SHOW-ACCOUNT' TO WS-LAST-PARA.

           IF ACCTNOL = 0 OR ACCTNOI = SPACES THEN
                MOVE 'KEY THE ACCOUNT NUMBER FIRST' TO WS-MESSAGE
                GO TO 999-ERROR-MSG-RETURN
           END-IF.

           MOVE ACCTNOI TO WS-INQ-ACCTNO.
           MOVE SPACES TO WS-MESSAGE.

           GO TO 300-SHOW-PREFS.

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

      * PAINTS THE ACCOUNT IN WS-INQ-ACCTNO WITH ITS OPT-INS. A
      * MESSAGE ALREADY IN WS-MESSAGE (PF5'S 'SAVED') IS KEPT
       300-SHOW-PREFS.

           MOVE '300-SHOW-PREFS' TO WS-LAST-PARA.

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

           MOVE LOW-VALUES TO MAPNPO.
           MOVE WS-INQ-ACCTNO TO ACCTNOO.

           MOVE TITL TO NL-TITL.
           MOVE FNAME TO NL-FNAME.
           MOVE SNAME TO NL-SNAME.
           MOVE WS-NAME-LINE TO NAMELNO.
           MOVE CONTACT-PREF TO CPREFO.
           MOVE PHONE TO PHONEO.
           MOVE EMAIL TO EMAILO.

           MOVE WS-INQ-ACCTNO TO MG-ACCTNO.
           EXEC CICS READ
                FILE('ALERTPRF')
                INTO(ALERTPRF-REC)
                LENGTH(ALERTPRF-LEN)
                RIDFLD(MG-ACCTNO)
                RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP = DFHRESP(NORMAL) THEN
                MOVE MG-OPT-PAYMENT TO OPTPAYO
                MOVE MG-OPT-DUE TO OPTDUEO
                MOVE MG-OPT-UTIL TO OPTUTLO
                MOVE MG-OPT-OVERLIMIT TO OPTOVLO
                MOVE MG-OPT-DDRETURN TO OPTDDRO
                MOVE MG-CHG-USERID TO CG-USERID
                MOVE MG-CHG-TRMID TO CG-TRMID
                MOVE WS-CHG-LINE TO CHGLNO
           ELSE
                MOVE 'N' TO OPTPAYO
                MOVE 'N' TO OPTDUEO
                MOVE 'N' TO OPTUTLO
                MOVE 'N' TO OPTOVLO
                MOVE 'N' TO OPTDDRO
                IF WS-MESSAGE = SPACES THEN
                     MOVE 'NO ALERTS SET UP - KEY Y FOR EACH WANTED'
                          TO WS-MESSAGE
                END-IF
           END-IF.

           IF ESTATE-DECEASED THEN
                MOVE 'DECEASED ESTATE - NO ALERTS ARE SENT'
                     TO WS-MESSAGE
           END-IF.

           IF WS-MESSAGE = SPACES THEN
                MOVE 'KEY Y OR N AGAINST EACH ALERT - PF5 SAVES'
                     TO WS-MESSAGE
           END-IF.
           MOVE WS-MESSAGE TO MSGO.

           MOVE WS-INQ-ACCTNO TO WS-CA-ACCTNO.
           MOVE 'Y' TO WS-CA-SHOWN.

           EXEC CICS SEND
                MAP('MAPNP')
                MAPSET('DCI8DNP')
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
                MAP('MAPNP')
                MAPSET('DCI8DNP')
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

      * PF5 - SAVE THE KEYED OPT-INS FOR THE ACCOUNT ON SHOW. THE
      * RUN'S OWN STATE ON AN EXISTING ROW IS LEFT AS IT IS
       500-SAVE-PREFS.

           MOVE '500-SAVE-PREFS' TO WS-LAST-PARA.

           EXEC CICS HANDLE CONDITION
                MAPFAIL(110-PAINT-BLANK)
                ERROR(999-UNHANDLED-ERROR)
           END-EXEC.

           EXEC CICS RECEIVE
                MAP('MAPNP')
                MAPSET('DCI8DNP')
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

           PERFORM 510-EDIT-OPTS THRU 510-EXIT.
           IF WS-OPT-BAD = 'Y' THEN
                MOVE 'EACH ALERT MUST BE Y OR N' TO WS-MESSAGE
                GO TO 999-ERROR-MSG-RETURN
           END-IF.

           MOVE ACCTNOI TO WS-INQ-ACCTNO.
           PERFORM 210-FIND-ACCOUNT THRU 210-EXIT.
           IF WS-MESSAGE NOT = SPACES THEN
                GO TO 999-ERROR-MSG-RETURN
           END-IF.

           IF WS-OPT-ANY = 'Y' AND ESTATE-DECEASED THEN
                MOVE 'DECEASED ESTATE - NO ALERTS CAN BE SET UP'
                     TO WS-MESSAGE
                GO TO 999-ERROR-MSG-RETURN
           END-IF.

           IF WS-OPT-ANY = 'Y' AND PHONE = SPACES AND
                EMAIL = SPACES THEN
                MOVE 'NO MOBILE OR E-MAIL ON FILE - ADD ONE FIRST'
                     TO WS-MESSAGE
                GO TO 999-ERROR-MSG-RETURN
           END-IF.

           MOVE WS-INQ-ACCTNO TO MG-ACCTNO.
           EXEC CICS READ
                FILE('ALERTPRF')
                INTO(ALERTPRF-REC)
                LENGTH(ALERTPRF-LEN)
                RIDFLD(MG-ACCTNO)
                UPDATE
                RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP = DFHRESP(NORMAL) THEN
                PERFORM 520-FILL-PREFS THRU 520-EXIT
                EXEC CICS REWRITE
                     FILE('ALERTPRF')
                     FROM(ALERTPRF-REC)
                     LENGTH(ALERTPRF-LEN)
                END-EXEC
           ELSE
                MOVE SPACES TO ALERTPRF-REC
                MOVE WS-INQ-ACCTNO TO MG-ACCTNO
                MOVE 0 TO MG-DUE-PERIOD
                MOVE 0 TO MG-LAST-RUN
                MOVE 0 TO MG-LAST-COUNT
                PERFORM 520-FILL-PREFS THRU 520-EXIT
                EXEC CICS WRITE
                     FILE('ALERTPRF')
                     FROM(ALERTPRF-REC)
                     LENGTH(ALERTPRF-LEN)
                     RIDFLD(MG-ACCTNO)
                END-EXEC
           END-IF.

           MOVE 'ALERT PREFERENCES SAVED' TO WS-MESSAGE.
           GO TO 300-SHOW-PREFS.

      * EACH OPT-IN IS Y OR N - LEFT BLANK MEANS N
       510-EDIT-OPTS.

           MOVE 'N' TO WS-OPT-BAD.
           MOVE 'N' TO WS-OPT-ANY.

           MOVE OPTPAYI TO WS-OPT-ONE.
           PERFORM 515-EDIT-ONE THRU 515-EXIT.
           MOVE WS-OPT-ONE TO WS-OPT-PAYMENT.

           MOVE OPTDUEI TO WS-OPT-ONE.
           PERFORM 515-EDIT-ONE THRU 515-EXIT.
           MOVE WS-OPT-ONE TO WS-OPT-DUE.

           MOVE OPTUTLI TO WS-OPT-ONE.
           PERFORM 515-EDIT-ONE THRU 515-EXIT.
           MOVE WS-OPT-ONE TO WS-OPT-UTIL.

           MOVE OPTOVLI TO WS-OPT-ONE.
           PERFORM 515-EDIT-ONE THRU 515-EXIT.
           MOVE WS-OPT-ONE TO WS-OPT-OVERLIMIT.

           MOVE OPTDDRI TO WS-OPT-ONE.
           PERFORM 515-EDIT-ONE THRU 515-EXIT.
           MOVE WS-OPT-ONE TO WS-OPT-DDRETURN.

       510-EXIT.
           EXIT.

       515-EDIT-ONE.

           IF WS-OPT-ONE = SPACE OR WS-OPT-ONE = LOW-VALUE THEN
                MOVE 'N' TO WS-OPT-ONE
           END-IF.

           IF WS-OPT-ONE = 'Y' THEN
                MOVE 'Y' TO WS-OPT-ANY
           ELSE IF WS-OPT-ONE NOT = 'N' THEN
                MOVE 'Y' TO WS-OPT-BAD
           END-IF
           END-IF.

       515-EXIT.
           EXIT.

       520-FILL-PREFS.

           MOVE WS-OPT-PAYMENT TO MG-OPT-PAYMENT.
           MOVE WS-OPT-DUE TO MG-OPT-DUE.
           MOVE WS-OPT-UTIL TO MG-OPT-UTIL.
           MOVE WS-OPT-OVERLIMIT TO MG-OPT-OVERLIMIT.
           MOVE WS-OPT-DDRETURN TO MG-OPT-DDRETURN.
           MOVE EIBUSERID TO MG-CHG-USERID.
           MOVE EIBTRMID TO MG-CHG-TRMID.
           MOVE EIBDATE TO MG-CHG-DATE.
           MOVE EIBTIME TO MG-CHG-TIME.

       520-EXIT.
           EXIT.

       990-RETURN.

           EXEC CICS RETURN
                TRANSID('I8DZ')
                COMMAREA(WS-COMMAREA)
                LENGTH(WS-COMMAREA-LENGTH)
           END-EXEC.

       990-RETURN-EXIT.
           EXIT.

       999-ERROR-MSG-RETURN.

           MOVE LOW-VALUES TO MAPNPO.
           MOVE WS-MESSAGE TO MSGO.

           EXEC CICS SEND
                MAP('MAPNP')
                MAPSET('DCI8DNP')
           END-EXEC.

           PERFORM 990-RETURN THRU 990-RETURN-EXIT.

       999-EXIT.
           MOVE LOW-VALUES TO MAPNPO.
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

           MOVE LOW-VALUES TO MAPNPO.
           MOVE EL-MESSAGE TO MSGO.

           EXEC CICS SEND
                MAP('MAPNP')
                MAPSET('DCI8DNP')
                ERASE
           END-EXEC.

           PERFORM 990-RETURN THRU 990-RETURN-EXIT.

       END PROGRAM DCI8DPHP.
