
       01 WS-CRL-RESP         PIC S9(4) COMP.

      * PRODUCT LIMIT RANGE - SEE 219-PRODUCT-RANGE
       COPY 'PRODCFG'.
       01 WS-PDACCT-RESP      PIC S9(4) COMP.
       01 WS-PD-RESP          PIC S9(4) COMP.
       01 WS-PROD-RANGE-SW    PIC X(01) VALUE 'N'.
           88 WS-PROD-RANGE           VALUE 'Y'.

      * CUSTOMER OVERALL-LIMIT CHECK - SEE 218-CUSTOMER-LIMIT. SAME
      * COMMAREA SHAPE AS DCI8DPHQ'S OWN
       01 WS-CUSTLIM-CA.
           05 OL-ACCTNO          PIC X(9).
           05 OL-SNAME           PIC X(15).
           05 OL-ADDR1           PIC X(20).
           05 OL-NEW-CRLIMIT     PIC 9(8)V99.
           05 OL-CUSTID          PIC 9(8).
           05 OL-OVERALL         PIC 9(8)V99.
           05 OL-TOTAL           PIC 9(10)V99.
           05 OL-OVER            PIC X(1).
       01 WS-CUSTLIM-CA-LEN   PIC S9(4) COMP VALUE +85.
       01 WS-OVERALL-DISP     PIC ZZ,ZZZ,ZZ9.

      * LUHN CHECK-DIGIT WORK FIELDS - THIS EDIT IS THE SCHEME'S
      * HOME; THE BATCH LOADERS CARRY A LOCKSTEP COPY
       01 WS-CKD-BASE          PIC X(08).
                RESP(WS-CRL-RESP)
           END-EXEC.

      * AN ACCOUNT ON A CATALOGUE PRODUCT TAKES ITS RANGE FROM THE
      * PRODCFG ROW INSTEAD - SEE 219-PRODUCT-RANGE
           PERFORM 219-PRODUCT-RANGE THRU 219-PRODUCT-EXIT.

      * WORK OUT WHETHER THE KEYED LIMIT EXCEEDS WHAT THE ACCOUNT'S
      * BUREAU SCORE MAY AUTHORIZE, AHEAD OF THE EDIT CHAIN BELOW -
      * SEE 216-SCORE-BAND FOR THE STALENESS AND NO-BAND RULES
           PERFORM 216-SCORE-BAND THRU 216-SCORE-EXIT.

      * AND WHETHER IT WOULD TAKE THE CUSTOMER'S LINKED ACCOUNTS
      * TOGETHER OVER THE CUSTOMER'S OVERALL LIMIT
           PERFORM 218-CUSTOMER-LIMIT THRU 218-CUSTOMER-EXIT.

      * WORK OUT WHETHER THE ACCOUNT NUMBER'S 9TH CHARACTER IS THE
      * RIGHT LUHN CHECK DIGIT FOR ITS 8-DIGIT BASE, AHEAD OF THE
      * EDIT CHAIN BELOW - DIGITS IN THE EVEN BASE POSITIONS ARE
      * CRLIMCFG FILE, KEYED BY AD-STAT, INSTEAD OF FOUR HARDCODED
      * RANGES - IF A STATUS HAS NO CRLIMCFG ROW OF ITS OWN THE
      * ENTERED LIMIT IS LEFT UNCHALLENGED, SAME AS BEFORE FOR ANY
      * STATUS OUTSIDE A, B, X, Z. THE PRODUCT'S RANGE, WHEN THE
      * ACCOUNT HAS ONE, REPLACES THE STATUS RANGE
           ELSE IF WS-PROD-RANGE AND
                (WS-CRLIMIT < PD-CRLIM-MIN OR
                WS-CRLIMIT > PD-CRLIM-MAX) THEN

                STRING 'PRODUCT ' DELIMITED BY SIZE
                     PD-CODE DELIMITED BY SIZE
                     ': RANGE BETWEEN ' DELIMITED BY SIZE
                     PD-CRLIM-MIN DELIMITED BY SIZE
                     ' & ' DELIMITED BY SIZE
                     PD-CRLIM-MAX DELIMITED BY SIZE
                     INTO AD-MESSAGE

                MOVE -1 TO AD-CRLIMITL

           ELSE IF NOT WS-PROD-RANGE AND
                WS-CRL-RESP = DFHRESP(NORMAL) AND
                (WS-CRLIMIT < CL-MIN OR
                WS-CRLIMIT > CL-MAX) THEN


                MOVE -1 TO AD-CRLIMITL

      * AND THE CUSTOMER'S OVERALL LIMIT RIDES ON TOP OF BOTH - ONE
      * CUSTOMER'S ACCOUNTS TOGETHER MAY NOT BE RAISED PAST IT
           ELSE IF OL-OVER = 'Y' THEN

                MOVE OL-OVERALL TO WS-OVERALL-DISP
                STRING 'OVER CUSTOMER OVERALL LIMIT ' DELIMITED BY SIZE
                     WS-OVERALL-DISP DELIMITED BY SIZE
                     ' CUST ' DELIMITED BY SIZE
                     OL-CUSTID DELIMITED BY SIZE
                     INTO AD-MESSAGE

                MOVE -1 TO AD-CRLIMITL

      * PHONE AND EMAIL ARE OPTIONAL CONTACT DETAILS - ONLY CHECKED
      * WHEN SOMETHING WAS ACTUALLY ENTERED
           ELSE IF AD-PHONEL > 0 AND WS-PHONE-COUNT < 7 THEN
                                        END-IF
                                        END-IF
                                        END-IF
                                        END-IF
                            END-IF
                            END-IF
                            END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF.

           MOVE WS-ACCTDATA TO DFHCOMMAREA.
       217-BAND-EXIT.
           EXIT.

      * THE CUSTOMER IS FOUND AND THE LIMITS ADDED UP BY DCI8DPHQ,
      * SHARED WITH THE PATHS THAT RAISE CRLIMIT WITHOUT THIS EDIT.
      * ONLY A RAISE CAN BE OVER - A CUSTOMER ALREADY OVER CAN STILL
      * HAVE THE ACCOUNT UPDATED AT THE SAME OR A LOWER LIMIT
       218-CUSTOMER-LIMIT.

           MOVE 'N' TO OL-OVER.

           IF AD-CRLIMIT IS NOT NUMERIC THEN
                GO TO 218-CUSTOMER-EXIT
           END-IF.

           MOVE AD-ACCTNO TO OL-ACCTNO.
           MOVE AD-SNAME TO OL-SNAME.
           MOVE AD-ADDR1 TO OL-ADDR1.
           MOVE AD-CRLIMIT TO OL-NEW-CRLIMIT.

           EXEC CICS LINK
                PROGRAM('DCI8DPHQ')
                COMMAREA(WS-CUSTLIM-CA)
                LENGTH(WS-CUSTLIM-CA-LEN)
           END-EXEC.

       218-CUSTOMER-EXIT.
           EXIT.

      * THE PRODUCT COMES OFF THE LIVE ACCOUNT - A CREATE OR AN
      * APPLICATION HAS NO ACCOUNT YET AND SO NO PRODUCT (ONE IS GIVEN
      * LATER ON DCI8DPHR), AND A BLANK PRODUCT OR ONE NOT ON PRODCFG
      * LEAVES THE STATUS RANGE IN FORCE
       219-PRODUCT-RANGE.

           MOVE 'N' TO WS-PROD-RANGE-SW.

           IF AD-ACCTNO IS NOT NUMERIC THEN
                GO TO 219-PRODUCT-EXIT
           END-IF.

           MOVE AD-ACCTNO TO ACCTNO.

           EXEC CICS READ
                FILE('ACCTFILE')
                INTO(ACCTREC)
                LENGTH(ACCTREC-LEN)
                RIDFLD(ACCTKEY)
                RESP(WS-PDACCT-RESP)
           END-EXEC.

           IF WS-PDACCT-RESP NOT = DFHRESP(NORMAL) THEN
                GO TO 219-PRODUCT-EXIT
           END-IF.

           IF PRODUCT-CODE = SPACES OR
                PRODUCT-CODE = LOW-VALUES THEN
                GO TO 219-PRODUCT-EXIT
           END-IF.

           MOVE PRODUCT-CODE TO PD-CODE.

           EXEC CICS READ
                FILE('PRODCFG')
                INTO(PRODCFG-REC)
                LENGTH(PRODCFG-LEN)
                RIDFLD(PD-CODE)
                RESP(WS-PD-RESP)
           END-EXEC.

           IF WS-PD-RESP = DFHRESP(NORMAL) THEN
                MOVE 'Y' TO WS-PROD-RANGE-SW
           END-IF.

       219-PRODUCT-EXIT.
           EXIT.

       END PROGRAM DCI8DPGE.
