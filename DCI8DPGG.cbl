       AUTHOR. AMAR AL-ADIL.

      * ONLINE MAINTENANCE FOR THE CONFIGURATION FILES - TITLECFG,
      * CRLIMCFG, POSTCFG, BRWSCFG, RATECFG, WSQUOTA, FEECFG,
      * AGENCYCFG, PRODCFG, ECLCFG AND INTROCFG - SO A
      * TITLE, CREDIT BAND, POSTCODE, PAGE-SIZE, INTEREST-RATE,
      * SERVICE-QUOTA, HOLIDAY-CALENDAR, SCORE-BAND, FEE,
      * COLLECTION-AGENCY, CARD PRODUCT, LOSS-RATE OR INTRODUCER
      * TWEAK NO LONGER
      * NEEDS A BATCH FILE UPDATE BY THE INFRASTRUCTURE TEAM.
      * REACHED FROM THE
      * DCI8DMM MENU (CHOICE 7); THE CFGMAINT FUNCTION IN THE
      * FUNCAUTH MATRIX GATES IT (FULL CLASS BY DEFAULT). FIELD-
      * LEVEL VALIDATION APPLIES PER FILE - NOTABLY CL-MIN MAY NOT
      * EXCEED CL-MAX - AND EVERY CHANGE IS WRITTEN TO THE CFAU TD
      * QUEUE: WHO CHANGED WHICH FILE/KEY TO WHAT, AND WHEN.
      * THE MONEY-AFFECTING FILES - CRLIMCFG, RATECFG, WSQUOTA,
      * SCOREBND, FEECFG, AGENCYCFG, PRODCFG, ECLCFG AND INTROCFG
      * (C/R/Q/S/F/G/D/E/I) -
      * ARE NOT CHANGED HERE AT ALL: AN ADD, UPDATE OR DELETE ON ONE
      * OF THEM IS EDITED AS EVER, THEN STAGED ON CFGPEND WITH THE
      * EFFECTIVE DATE KEYED (YYYYDDD, TOMORROW AT THE EARLIEST).
      * P LISTS THE OPEN CHANGES
      * FOR THE FILE; V APPROVES ONE, AND MUST BE KEYED BY A
      * DIFFERENT OPERATOR HOLDING 'CFGAPPRV' (FULL CLASS BY
      * DEFAULT); J REJECTS ONE, OR WITHDRAWS IT FOR ITS OWN
      * OPERATOR. THE NIGHTLY DCI8BCFA MAKES AN APPROVED CHANGE ON
      * THE LIVE FILE THE NIGHT BEFORE ITS EFFECTIVE DATE AND LOGS
      * IT ON CFGHIST; DCI8BCFQ ANSWERS WHAT A VALUE WAS ON A DATE

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       COPY 'WSQUOTA'.
       COPY 'HOLCFG'.
       COPY 'SCOREBND'.
       COPY 'FEECFG'.
       COPY 'AGENCYCFG'.
       COPY 'PRODCFG'.
       COPY 'ECLCFG'.
       COPY 'INTROCFG'.

      * COPY THE STAGED CONFIG CHANGE LAYOUT
       COPY 'CFGPEND'.

      * COPY OPERATOR AUTHORIZATION RECORD LAYOUT - READ BY
      * 170-CHECK-AUTHORITY FOR THE OPERATOR'S CLASS
       01 WS-RATE-VALUE         PIC 9(02)V99 VALUE 0.
       01 WS-RATE-DISP          PIC Z9.99.

      * EDITED FORM OF AN ECLCFG LOSS RATE, WHICH MAY REACH 100
       01 WS-LOSS-DISP          PIC ZZ9.99.

      * EDITED FORM OF AN INTROCFG COMMISSION, POUNDS AND PENCE
       01 WS-COMM-DISP          PIC ZZZ9.99.

      * THE TWO PRODCFG VALUE FIELDS EACH CARRY SEVERAL FIGURES
      * SEPARATED BY '/' - RATE/MIN PAY PERCENT/MIN PAY FLOOR, THEN
      * LIMIT MIN/LIMIT MAX/ANNUAL FEE/LATE FEE - SPLIT OUT HERE
      * ONE AT A TIME FOR 285-DEEDIT-BAND
       01 WS-PROD-PART1         PIC X(20) VALUE SPACES.
       01 WS-PROD-PART2         PIC X(20) VALUE SPACES.
       01 WS-PROD-PART3         PIC X(20) VALUE SPACES.
       01 WS-PROD-PART4         PIC X(20) VALUE SPACES.
       01 WS-PROD-SPLIT-SW      PIC X(01) VALUE 'N'.
           88 WS-PROD-SPLIT-BAD        VALUE 'Y'.

      * THE MONEY-AFFECTING FILES, WHOSE CHANGES ARE STAGED ON
      * CFGPEND RATHER THAN MADE STRAIGHT ON THE LIVE FILE
       01 WS-STAGED-SW          PIC X(01) VALUE 'N'.
           88 WS-STAGED-FILE           VALUE 'Y'.

      * THE TARGET ROW AS A STAGED CHANGE WILL LEAVE IT, BUILT BY THE
      * 4NN-MAINT PARAGRAPH IN THE FILE'S OWN LAYOUT
       01 WS-STAGE-IMAGE        PIC X(40) VALUE SPACES.

      * THE FILE, KEY AND EFFECTIVE DATE OF THE CHANGE BEING STAGED,
      * APPROVED OR REJECTED, AND THE FULL CFGPEND KEY OF THE OPEN
      * ROW FOUND FOR THEM
       01 WS-SEARCH-KEY.
           05 WS-SRCH-FILE       PIC X(01).
           05 WS-SRCH-CFGKEY     PIC X(08).
           05 WS-SRCH-EFF-DATE   PIC 9(07).
       01 WS-FOUND-KEY          PIC X(24) VALUE SPACES.
       77 WS-LIVE-FOUND         PIC X VALUE 'N'.
       77 WS-OPEN-FOUND         PIC X VALUE 'N'.

      * TODAY AS YYYYDDD (EIBDATE PLUS 1900000) AND THE KEYED
      * EFFECTIVE DATE
       01 WS-TODAY-JUL          PIC 9(07) VALUE 0.
       01 WS-EFF-DATE           PIC 9(07) VALUE 0.
       01 WS-EFF-PARTS REDEFINES WS-EFF-DATE.
           05 WS-EFF-YYYY        PIC 9(04).
           05 WS-EFF-DDD         PIC 9(03).

      * WHOLE POUNDS FOR A STAGED BAND ON THE PENDING LIST LINE
       01 WS-POUNDS-DISP        PIC ZZZZZZZ9.

      * BUILDS ONE BROWSE LINE PER CONFIG ENTRY FOR THE 'L' ACTION
       01 WS-LIST-LINE          PIC X(40) VALUE SPACES.

           MOVE '100-FIRST-TIME' TO WS-LAST-PARA.

           MOVE LOW-VALUES TO MAP1O.
           MOVE 'FILE T/C/P/B/R/Q/H/S/F/G/D/E/I ACT L/A/U/D P/V/J PEND'
                TO MSGO.

           EXEC CICS SEND
           IF CFGFILI NOT = 'T' AND CFGFILI NOT = 'C' AND
                CFGFILI NOT = 'P' AND CFGFILI NOT = 'B' AND
                CFGFILI NOT = 'R' AND CFGFILI NOT = 'Q' AND
                CFGFILI NOT = 'H' AND CFGFILI NOT = 'S' AND
                CFGFILI NOT = 'F' AND CFGFILI NOT = 'G' AND
                CFGFILI NOT = 'D' AND CFGFILI NOT = 'E' AND
                CFGFILI NOT = 'I' THEN
                MOVE 'FILE MUST BE T/C/P/B/R/Q/H/S/F/G/D/E OR I (INTRO)'
                     TO WS-MESSAGE
                GO TO 999-ERROR-MSG-RETURN
           END-IF.

           MOVE 'N' TO WS-STAGED-SW.
           IF CFGFILI = 'C' OR CFGFILI = 'R' OR CFGFILI = 'Q' OR
                CFGFILI = 'S' OR CFGFILI = 'F' OR CFGFILI = 'G' OR
                CFGFILI = 'D' OR CFGFILI = 'E' OR CFGFILI = 'I' THEN
                MOVE 'Y' TO WS-STAGED-SW
           END-IF.

           IF ACTIONI = 'L' THEN
                GO TO 300-LIST-CONFIG
           ELSE IF ACTIONI = 'A' OR ACTIONI = 'U' THEN
                GO TO 400-ADD-UPDATE-CONFIG
           ELSE IF ACTIONI = 'D' THEN
                GO TO 500-DELETE-CONFIG
           ELSE IF ACTIONI = 'P' THEN
                GO TO 800-LIST-PENDING
           ELSE IF ACTIONI = 'V' OR ACTIONI = 'J' THEN
                GO TO 850-DECIDE-CHANGE
           ELSE
                MOVE 'ACTION MUST BE L, A, U, D, P, V OR J'
                     TO WS-MESSAGE
                GO TO 999-ERROR-MSG-RETURN
                            END-IF
                        END-IF
                    END-IF
                END-IF
           END-IF.
                PERFORM 371-LIST-HOL THRU 371-LIST-EXIT
                     UNTIL WS-LINE-SUB > 6 OR WS-LIST-EOF = 'Y'
                EXEC CICS ENDBR FILE('HOLCFG') END-EXEC
           ELSE IF CFGFILI = 'F' THEN
                PERFORM 390-START-FEE THRU 390-START-EXIT
                PERFORM 391-LIST-FEE THRU 391-LIST-EXIT
                     UNTIL WS-LINE-SUB > 6 OR WS-LIST-EOF = 'Y'
                EXEC CICS ENDBR FILE('FEECFG') END-EXEC
           ELSE IF CFGFILI = 'G' THEN
                PERFORM 392-START-AGENCY THRU 392-START-EXIT
                PERFORM 393-LIST-AGENCY THRU 393-LIST-EXIT
                     UNTIL WS-LINE-SUB > 6 OR WS-LIST-EOF = 'Y'
                EXEC CICS ENDBR FILE('AGENCYCFG') END-EXEC
           ELSE IF CFGFILI = 'D' THEN
                PERFORM 394-START-PROD THRU 394-START-EXIT
                PERFORM 395-LIST-PROD THRU 395-LIST-EXIT
                     UNTIL WS-LINE-SUB > 6 OR WS-LIST-EOF = 'Y'
                EXEC CICS ENDBR FILE('PRODCFG') END-EXEC
           ELSE IF CFGFILI = 'E' THEN
                PERFORM 396-START-LOSS THRU 396-START-EXIT
                PERFORM 397-LIST-LOSS THRU 397-LIST-EXIT
                     UNTIL WS-LINE-SUB > 6 OR WS-LIST-EOF = 'Y'
                EXEC CICS ENDBR FILE('ECLCFG') END-EXEC
           ELSE IF CFGFILI = 'I' THEN
                PERFORM 398-START-INTRO THRU 398-START-EXIT
                PERFORM 399-LIST-INTRO THRU 399-LIST-EXIT
                     UNTIL WS-LINE-SUB > 6 OR WS-LIST-EOF = 'Y'
                EXEC CICS ENDBR FILE('INTROCFG') END-EXEC
           ELSE
                PERFORM 380-START-SCORE THRU 380-START-EXIT
                PERFORM 381-LIST-SCORE THRU 381-LIST-EXIT
                     UNTIL WS-LINE-SUB > 6 OR WS-LIST-EOF = 'Y'
                EXEC CICS ENDBR FILE('SCOREBND') END-EXEC
                                                        END-IF
                                                    END-IF
                                                END-IF
                                            END-IF
                                        END-IF
                                    END-IF
                                END-IF
                            END-IF
       381-LIST-EXIT.
           EXIT.

       390-START-FEE.
           IF CFGKEYI = SPACES OR CFGKEYI = LOW-VALUES THEN
                MOVE LOW-VALUES TO FG-CODE
           ELSE
                MOVE CFGKEYI TO FG-CODE
           END-IF.
           EXEC CICS STARTBR
                FILE('FEECFG')
                RIDFLD(FG-CODE)
                GTEQ
                RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP NOT = DFHRESP(NORMAL) THEN
                MOVE 'Y' TO WS-LIST-EOF
           END-IF.
       390-START-EXIT.
           EXIT.

       391-LIST-FEE.
           EXEC CICS READNEXT
                FILE('FEECFG')
                INTO(FEECFG-REC)
                RIDFLD(FG-CODE)
                LENGTH(FEECFG-LEN)
                RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP NOT = DFHRESP(NORMAL) THEN
                MOVE 'Y' TO WS-LIST-EOF
           ELSE
                MOVE SPACES TO WS-LIST-LINE
                MOVE FG-CODE TO WS-LIST-LINE(1:8)
                MOVE FG-AMOUNT TO WS-BAND-DISP
                MOVE WS-BAND-DISP TO WS-LIST-LINE(11:11)
                MOVE WS-LIST-LINE TO LINEO(WS-LINE-SUB)
                ADD 1 TO WS-LINE-SUB
           END-IF.
       391-LIST-EXIT.
           EXIT.

       392-START-AGENCY.
           IF CFGKEYI = SPACES OR CFGKEYI = LOW-VALUES THEN
                MOVE LOW-VALUES TO AG-CODE
           ELSE
                MOVE CFGKEYI TO AG-CODE
           END-IF.
           EXEC CICS STARTBR
                FILE('AGENCYCFG')
                RIDFLD(AG-CODE)
                GTEQ
                RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP NOT = DFHRESP(NORMAL) THEN
                MOVE 'Y' TO WS-LIST-EOF
           END-IF.
       392-START-EXIT.
           EXIT.

       393-LIST-AGENCY.
           EXEC CICS READNEXT
                FILE('AGENCYCFG')
                INTO(AGENCYCFG-REC)
                RIDFLD(AG-CODE)
                LENGTH(AGENCYCFG-LEN)
                RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP NOT = DFHRESP(NORMAL) THEN
                MOVE 'Y' TO WS-LIST-EOF
           ELSE
                MOVE SPACES TO WS-LIST-LINE
                MOVE AG-CODE TO WS-LIST-LINE(1:8)
                MOVE AG-PLACING TO WS-LIST-LINE(11:1)
                MOVE AG-COMM-PCT TO WS-BAND-DISP
                MOVE WS-BAND-DISP TO WS-LIST-LINE(14:11)
                MOVE WS-LIST-LINE TO LINEO(WS-LINE-SUB)
                ADD 1 TO WS-LINE-SUB
           END-IF.
       393-LIST-EXIT.
           EXIT.

       394-START-PROD.
           IF CFGKEYI = SPACES OR CFGKEYI = LOW-VALUES THEN
                MOVE LOW-VALUES TO PD-CODE
           ELSE
                MOVE CFGKEYI(1:4) TO PD-CODE
           END-IF.
           EXEC CICS STARTBR
                FILE('PRODCFG')
                RIDFLD(PD-CODE)
                GTEQ
                RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP NOT = DFHRESP(NORMAL) THEN
                MOVE 'Y' TO WS-LIST-EOF
           END-IF.
       394-START-EXIT.
           EXIT.

      * CODE, RATE, MIN PAY PERCENT AND THE LIMIT RANGE IN POUNDS -
      * THE FLOOR AND FEES SHOW ON THE P LIST AND IN DCI8DPHR
       395-LIST-PROD.
           EXEC CICS READNEXT
                FILE('PRODCFG')
                INTO(PRODCFG-REC)
                RIDFLD(PD-CODE)
                LENGTH(PRODCFG-LEN)
                RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP NOT = DFHRESP(NORMAL) THEN
                MOVE 'Y' TO WS-LIST-EOF
           ELSE
                MOVE SPACES TO WS-LIST-LINE
                MOVE PD-CODE TO WS-LIST-LINE(1:4)
                MOVE PD-ANNUAL-RATE TO WS-RATE-DISP
                MOVE WS-RATE-DISP TO WS-LIST-LINE(6:5)
                MOVE PD-MINPAY-PCT TO WS-LIST-LINE(12:3)
                MOVE PD-CRLIM-MIN TO WS-POUNDS-DISP
                MOVE WS-POUNDS-DISP TO WS-LIST-LINE(16:8)
                MOVE '-' TO WS-LIST-LINE(24:1)
                MOVE PD-CRLIM-MAX TO WS-POUNDS-DISP
                MOVE WS-POUNDS-DISP TO WS-LIST-LINE(25:8)
                MOVE WS-LIST-LINE TO LINEO(WS-LINE-SUB)
                ADD 1 TO WS-LINE-SUB
           END-IF.
       395-LIST-EXIT.
           EXIT.

       396-START-LOSS.
           IF CFGKEYI = SPACES OR CFGKEYI = LOW-VALUES THEN
                MOVE LOW-VALUES TO EC-KEY
           ELSE
                MOVE CFGKEYI(1:4) TO EC-KEY
           END-IF.
           EXEC CICS STARTBR
                FILE('ECLCFG')
                RIDFLD(EC-KEY)
                GTEQ
                RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP NOT = DFHRESP(NORMAL) THEN
                MOVE 'Y' TO WS-LIST-EOF
           END-IF.
       396-START-EXIT.
           EXIT.

      * STAGE, BAND AND LOSS RATE
       397-LIST-LOSS.
           EXEC CICS READNEXT
                FILE('ECLCFG')
                INTO(ECLCFG-REC)
                RIDFLD(EC-KEY)
                LENGTH(ECLCFG-LEN)
                RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP NOT = DFHRESP(NORMAL) THEN
                MOVE 'Y' TO WS-LIST-EOF
           ELSE
                MOVE SPACES TO WS-LIST-LINE
                MOVE EC-STAGE TO WS-LIST-LINE(1:1)
                MOVE EC-BAND TO WS-LIST-LINE(3:3)
                MOVE EC-LOSS-PCT TO WS-LOSS-DISP
                MOVE WS-LOSS-DISP TO WS-LIST-LINE(7:6)
                MOVE '%' TO WS-LIST-LINE(13:1)
                MOVE WS-LIST-LINE TO LINEO(WS-LINE-SUB)
                ADD 1 TO WS-LINE-SUB
           END-IF.
       397-LIST-EXIT.
           EXIT.

       398-START-INTRO.
           IF CFGKEYI = SPACES OR CFGKEYI = LOW-VALUES THEN
                MOVE LOW-VALUES TO IT-CODE
           ELSE
                MOVE CFGKEYI TO IT-CODE
           END-IF.
           EXEC CICS STARTBR
                FILE('INTROCFG')
                RIDFLD(IT-CODE)
                GTEQ
                RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP NOT = DFHRESP(NORMAL) THEN
                MOVE 'Y' TO WS-LIST-EOF
           END-IF.
       398-START-EXIT.
           EXIT.

      * CODE, ACTIVE FLAG, CLAWBACK DAYS AND THE TWO COMMISSIONS
       399-LIST-INTRO.
           EXEC CICS READNEXT
                FILE('INTROCFG')
                INTO(INTROCFG-REC)
                RIDFLD(IT-CODE)
                LENGTH(INTROCFG-LEN)
                RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP NOT = DFHRESP(NORMAL) THEN
                MOVE 'Y' TO WS-LIST-EOF
           ELSE
                MOVE SPACES TO WS-LIST-LINE
                MOVE IT-CODE TO WS-LIST-LINE(1:8)
                MOVE IT-ACTIVE TO WS-LIST-LINE(10:1)
                MOVE IT-CLAWBACK-DAYS TO WS-LIST-LINE(12:3)
                MOVE IT-APPR-COMM TO WS-COMM-DISP
                MOVE WS-COMM-DISP TO WS-LIST-LINE(16:7)
                MOVE '/' TO WS-LIST-LINE(23:1)
                MOVE IT-DEBIT-COMM TO WS-COMM-DISP
                MOVE WS-COMM-DISP TO WS-LIST-LINE(24:7)
                MOVE WS-LIST-LINE TO LINEO(WS-LINE-SUB)
                ADD 1 TO WS-LINE-SUB
           END-IF.
       399-LIST-EXIT.
           EXIT.

       370-START-HOL.
           IF CFGKEYI = SPACES OR CFGKEYI = LOW-VALUES THEN
                MOVE 0 TO HC-DATE
                GO TO 460-MAINT-QUOTA
           ELSE IF CFGFILI = 'H' THEN
                GO TO 470-MAINT-HOL
           ELSE IF CFGFILI = 'F' THEN
                GO TO 490-MAINT-FEE
           ELSE IF CFGFILI = 'G' THEN
                GO TO 495-MAINT-AGENCY
           ELSE IF CFGFILI = 'D' THEN
                GO TO 496-MAINT-PROD
           ELSE IF CFGFILI = 'E' THEN
                GO TO 498-MAINT-LOSS
           ELSE IF CFGFILI = 'I' THEN
                GO TO 499-MAINT-INTRO
           ELSE
                GO TO 480-MAINT-SCORE
                                                    END-IF
                                                END-IF
                                            END-IF
                                        END-IF
                                    END-IF
                                END-IF
                            END-IF
                        END-IF
           MOVE WS-MIN-VALUE TO CL-MIN.
           MOVE WS-MAX-VALUE TO CL-MAX.

           MOVE CRLIMCFG-REC TO WS-STAGE-IMAGE.
           GO TO 550-STAGE-CHANGE.

       430-MAINT-POST.

           MOVE CFGKEYI(1:1) TO IR-STAT.
           MOVE WS-RATE-VALUE TO IR-ANNUAL-RATE.

           MOVE RATECFG-REC TO WS-STAGE-IMAGE.
           GO TO 550-STAGE-CHANGE.

       460-MAINT-QUOTA.

           MOVE CFGKEYI(1:3) TO WQ-OPERID.
           MOVE CFGVAL1I(1:5) TO WQ-LIMIT.

           MOVE WSQUOTA-REC TO WS-STAGE-IMAGE.
           GO TO 550-STAGE-CHANGE.

       470-MAINT-HOL.

                GO TO 999-ERROR-MSG-RETURN
           END-IF.

           MOVE SCOREBND-REC TO WS-STAGE-IMAGE.
           GO TO 550-STAGE-CHANGE.

      * A FEE AMOUNT IS POUNDS AND PENCE UNDER 1,000,000; ZERO IS
      * ALLOWED AND SWITCHES THE FEE OFF WITHOUT LOSING THE ROW
       490-MAINT-FEE.

           MOVE '490-MAINT-FEE' TO WS-LAST-PARA.

           MOVE CFGVAL1I TO WS-DED-IN.
           PERFORM 285-DEEDIT-BAND THRU 285-DEEDIT-EXIT.
           IF WS-DED-BAD OR WS-DED-VALUE NOT < 1000000 THEN
                MOVE 'FEE (VALUE 1) MUST BE POUNDS AND PENCE, E.G. 12'
                     TO WS-MESSAGE
                GO TO 999-ERROR-MSG-RETURN
           END-IF.

           MOVE CFGKEYI TO FG-CODE.
           MOVE WS-DED-VALUE TO FG-AMOUNT.

           MOVE FEECFG-REC TO WS-STAGE-IMAGE.
           GO TO 550-STAGE-CHANGE.

      * AN AGENCY'S PLACING FLAG IS Y OR N AND ITS COMMISSION A
      * PERCENTAGE BELOW 100 - ZERO IS ALLOWED FOR A FLAT-FEE AGENCY
       495-MAINT-AGENCY.

           MOVE '495-MAINT-AGENCY' TO WS-LAST-PARA.

           IF CFGVAL1I(1:1) NOT = 'Y' AND CFGVAL1I(1:1) NOT = 'N' THEN
                MOVE 'PLACING (VALUE 1) MUST BE Y OR N' TO WS-MESSAGE
                GO TO 999-ERROR-MSG-RETURN
           END-IF.

           MOVE CFGVAL2I TO WS-DED-IN.
           PERFORM 285-DEEDIT-BAND THRU 285-DEEDIT-EXIT.
           IF WS-DED-BAD OR WS-DED-VALUE NOT < 100 THEN
                MOVE 'COMMISSION (VALUE 2) MUST BE A PERCENT, E.G. 25'
                     TO WS-MESSAGE
                GO TO 999-ERROR-MSG-RETURN
           END-IF.

           MOVE CFGKEYI TO AG-CODE.
           MOVE CFGVAL1I(1:1) TO AG-PLACING.
           MOVE WS-DED-VALUE TO AG-COMM-PCT.

           MOVE AGENCYCFG-REC TO WS-STAGE-IMAGE.
           GO TO 550-STAGE-CHANGE.

      * A PRODUCT ROW IS KEYED AS TWO '/'-SEPARATED VALUE FIELDS:
      *   VALUE 1 - ANNUAL RATE/MIN PAY PERCENT/MIN PAY FLOOR,
      *             E.G. 19.90/3/5
      *   VALUE 2 - LIMIT MIN/LIMIT MAX/ANNUAL FEE/LATE FEE,
      *             E.G. 250/5000/0/12 - THE LIMITS IN WHOLE POUNDS
      * THE RATE IS UNDER 100 AND THE PERCENT A WHOLE 1 TO 100, AS
      * ON THE DCI8BSTM CARD; THE LIMIT MIN MAY NOT EXCEED THE MAX,
      * AS FOR CRLIMCFG. A ZERO FEE LEAVES THAT FEE TO FEECFG
       496-MAINT-PROD.

           MOVE '496-MAINT-PROD' TO WS-LAST-PARA.

      * THE CODE IS THE FIRST 4 CHARACTERS OF THE KEY
           IF CFGKEYI(1:4) = SPACES OR CFGKEYI(1:4) = LOW-VALUES THEN
                MOVE 'PRODUCT KEY IS A CODE OF UP TO 4 CHARACTERS'
                     TO WS-MESSAGE
                GO TO 999-ERROR-MSG-RETURN
           END-IF.

           MOVE CFGVAL1I TO WS-DED-IN.
           PERFORM 497-SPLIT-PROD THRU 497-SPLIT-EXIT.
           IF WS-PROD-SPLIT-BAD OR WS-PROD-PART4 NOT = SPACES THEN
                MOVE 'VALUE 1 IS RATE/MIN PAY PCT/FLOOR, E.G. 19.90/3/5'
                     TO WS-MESSAGE
                GO TO 999-ERROR-MSG-RETURN
           END-IF.

           MOVE CFGKEYI(1:4) TO PD-CODE.

           MOVE WS-PROD-PART1 TO WS-DED-IN.
           PERFORM 285-DEEDIT-BAND THRU 285-DEEDIT-EXIT.
           IF WS-DED-BAD OR WS-DED-VALUE NOT < 100 THEN
                MOVE 'RATE MUST BE UNDER 100, E.G. 19.90' TO WS-MESSAGE
                GO TO 999-ERROR-MSG-RETURN
           END-IF.
           MOVE WS-DED-VALUE TO PD-ANNUAL-RATE.

           MOVE WS-PROD-PART2 TO WS-DED-IN.
           PERFORM 285-DEEDIT-BAND THRU 285-DEEDIT-EXIT.
           MOVE WS-DED-VALUE TO PD-MINPAY-PCT.
           IF WS-DED-BAD OR WS-DED-VALUE NOT = PD-MINPAY-PCT OR
                PD-MINPAY-PCT = 0 OR PD-MINPAY-PCT > 100 THEN
                MOVE 'MIN PAY PERCENT MUST BE A WHOLE 1 TO 100'
                     TO WS-MESSAGE
                GO TO 999-ERROR-MSG-RETURN
           END-IF.

           MOVE WS-PROD-PART3 TO WS-DED-IN.
           PERFORM 285-DEEDIT-BAND THRU 285-DEEDIT-EXIT.
           IF WS-DED-BAD OR WS-DED-VALUE NOT < 10000 THEN
                MOVE 'MIN PAY FLOOR MUST BE POUNDS/PENCE UNDER 10000'
                     TO WS-MESSAGE
                GO TO 999-ERROR-MSG-RETURN
           END-IF.
           MOVE WS-DED-VALUE TO PD-MINPAY-FLOOR.

           MOVE CFGVAL2I TO WS-DED-IN.
           PERFORM 497-SPLIT-PROD THRU 497-SPLIT-EXIT.
           IF WS-PROD-SPLIT-BAD THEN
                MOVE 'VALUE 2 IS MIN/MAX/ANNUAL FEE/LATE FEE'
                     TO WS-MESSAGE
                GO TO 999-ERROR-MSG-RETURN
           END-IF.

           MOVE WS-PROD-PART1 TO WS-DED-IN.
           PERFORM 285-DEEDIT-BAND THRU 285-DEEDIT-EXIT.
           MOVE WS-DED-VALUE TO PD-CRLIM-MIN.
           IF WS-DED-BAD OR WS-DED-VALUE NOT = PD-CRLIM-MIN THEN
                MOVE 'LIMIT MIN MUST BE WHOLE POUNDS UNDER 1000000'
                     TO WS-MESSAGE
                GO TO 999-ERROR-MSG-RETURN
           END-IF.
           MOVE WS-DED-VALUE TO WS-MIN-VALUE.

           MOVE WS-PROD-PART2 TO WS-DED-IN.
           PERFORM 285-DEEDIT-BAND THRU 285-DEEDIT-EXIT.
           MOVE WS-DED-VALUE TO PD-CRLIM-MAX.
           IF WS-DED-BAD OR WS-DED-VALUE NOT = PD-CRLIM-MAX THEN
                MOVE 'LIMIT MAX MUST BE WHOLE POUNDS UNDER 1000000'
                     TO WS-MESSAGE
                GO TO 999-ERROR-MSG-RETURN
           END-IF.
           MOVE WS-DED-VALUE TO WS-MAX-VALUE.

           IF WS-MIN-VALUE > WS-MAX-VALUE THEN
                MOVE 'LIMIT MIN MAY NOT EXCEED LIMIT MAX' TO WS-MESSAGE
                GO TO 999-ERROR-MSG-RETURN
           END-IF.

           MOVE WS-PROD-PART3 TO WS-DED-IN.
           PERFORM 285-DEEDIT-BAND THRU 285-DEEDIT-EXIT.
           IF WS-DED-BAD OR WS-DED-VALUE NOT < 10000 THEN
                MOVE 'ANNUAL FEE MUST BE POUNDS AND PENCE UNDER 10000'
                     TO WS-MESSAGE
                GO TO 999-ERROR-MSG-RETURN
           END-IF.
           MOVE WS-DED-VALUE TO PD-ANNUAL-FEE.

           MOVE WS-PROD-PART4 TO WS-DED-IN.
           PERFORM 285-DEEDIT-BAND THRU 285-DEEDIT-EXIT.
           IF WS-DED-BAD OR WS-DED-VALUE NOT < 1000 THEN
                MOVE 'LATE FEE MUST BE POUNDS AND PENCE UNDER 1000'
                     TO WS-MESSAGE
                GO TO 999-ERROR-MSG-RETURN
           END-IF.
           MOVE WS-DED-VALUE TO PD-LATE-FEE.

           MOVE PRODCFG-REC TO WS-STAGE-IMAGE.
           GO TO 550-STAGE-CHANGE.

      * SPLITS THE VALUE FIELD IN WS-DED-IN AT EACH '/' INTO
      * WS-PROD-PART1-4. MORE THAN FOUR FIGURES IS FLAGGED BAD; A
      * MISSING ONE IS LEFT BLANK, WHICH 285-DEEDIT-BAND REFUSES
       497-SPLIT-PROD.

           MOVE 'N' TO WS-PROD-SPLIT-SW.
           MOVE SPACES TO WS-PROD-PART1 WS-PROD-PART2
                WS-PROD-PART3 WS-PROD-PART4.

           UNSTRING WS-DED-IN DELIMITED BY '/'
                INTO WS-PROD-PART1 WS-PROD-PART2
                     WS-PROD-PART3 WS-PROD-PART4
                ON OVERFLOW
                     MOVE 'Y' TO WS-PROD-SPLIT-SW
           END-UNSTRING.

       497-SPLIT-EXIT.
           EXIT.

      * A LOSS-RATE ROW IS KEYED STAGE THEN BAND - E.G. 2650 FOR
      * STAGE 2 IN THE SCOREBND BAND STARTING AT 650, OR 2ALL FOR
      * STAGE 2'S DEFAULT - WITH THE PERCENT OF THE DRAWN BALANCE
      * HELD AS PROVISION IN VALUE 1, 0 TO 100
       498-MAINT-LOSS.

           MOVE '498-MAINT-LOSS' TO WS-LAST-PARA.

           IF CFGKEYI(1:1) NOT = '1' AND CFGKEYI(1:1) NOT = '2' AND
                CFGKEYI(1:1) NOT = '3' THEN
                MOVE 'LOSS RATE KEY IS STAGE 1/2/3 THEN BAND, E.G. 2650'
                     TO WS-MESSAGE
                GO TO 999-ERROR-MSG-RETURN
           END-IF.

           IF CFGKEYI(2:3) NOT = 'ALL' AND
                CFGKEYI(2:3) IS NOT NUMERIC THEN
                MOVE 'BAND IS THE 3-DIGIT SCOREBND MIN SCORE OR ALL'
                     TO WS-MESSAGE
                GO TO 999-ERROR-MSG-RETURN
           END-IF.

           MOVE CFGVAL1I TO WS-DED-IN.
           PERFORM 285-DEEDIT-BAND THRU 285-DEEDIT-EXIT.
           IF WS-DED-BAD OR WS-DED-VALUE > 100 THEN
                MOVE 'LOSS RATE (VALUE 1) MUST BE A PERCENT 0 TO 100'
                     TO WS-MESSAGE
                GO TO 999-ERROR-MSG-RETURN
           END-IF.

           MOVE CFGKEYI(1:1) TO EC-STAGE.
           MOVE CFGKEYI(2:3) TO EC-BAND.
           MOVE WS-DED-VALUE TO EC-LOSS-PCT.

           MOVE ECLCFG-REC TO WS-STAGE-IMAGE.
           GO TO 550-STAGE-CHANGE.

      * AN INTRODUCER (BROKER OR PARTNER RETAILER) IS KEYED BY ITS
      * CODE OF UP TO 8 CHARACTERS, WITH TWO '/'-SEPARATED VALUES:
      *   VALUE 1 - TAKING NEW INTRODUCTIONS Y/N/CLAWBACK DAYS,
      *             E.G. Y/90
      *   VALUE 2 - APPROVAL COMMISSION/FIRST-DEBIT COMMISSION IN
      *             POUNDS AND PENCE, E.G. 50/25
      * AN INTRODUCER SET TO N KEEPS ITS TERMS FOR THE APPLICATIONS
      * IT HAS ALREADY BROUGHT IN - DCI8DPGW ONLY REFUSES NEW ONES
       499-MAINT-INTRO.

           MOVE '499-MAINT-INTRO' TO WS-LAST-PARA.

           MOVE CFGVAL1I TO WS-DED-IN.
           PERFORM 497-SPLIT-PROD THRU 497-SPLIT-EXIT.
           IF WS-PROD-SPLIT-BAD OR WS-PROD-PART3 NOT = SPACES THEN
                MOVE 'VALUE 1 IS ACTIVE Y/N/CLAWBACK DAYS, E.G. Y/90'
                     TO WS-MESSAGE
                GO TO 999-ERROR-MSG-RETURN
           END-IF.

           IF WS-PROD-PART1 NOT = 'Y' AND WS-PROD-PART1 NOT = 'N' THEN
                MOVE 'ACTIVE FLAG MUST BE Y OR N' TO WS-MESSAGE
                GO TO 999-ERROR-MSG-RETURN
           END-IF.

           MOVE CFGKEYI TO IT-CODE.
           MOVE WS-PROD-PART1(1:1) TO IT-ACTIVE.

           MOVE WS-PROD-PART2 TO WS-DED-IN.
           PERFORM 285-DEEDIT-BAND THRU 285-DEEDIT-EXIT.
           MOVE WS-DED-VALUE TO IT-CLAWBACK-DAYS.
           IF WS-DED-BAD OR WS-DED-VALUE NOT = IT-CLAWBACK-DAYS THEN
                MOVE 'CLAWBACK DAYS MUST BE A WHOLE 0 TO 999'
                     TO WS-MESSAGE
                GO TO 999-ERROR-MSG-RETURN
           END-IF.

           MOVE CFGVAL2I TO WS-DED-IN.
           PERFORM 497-SPLIT-PROD THRU 497-SPLIT-EXIT.
           IF WS-PROD-SPLIT-BAD OR WS-PROD-PART3 NOT = SPACES THEN
                MOVE 'VALUE 2 IS APPROVAL/FIRST-DEBIT COMM, E.G. 50/25'
                     TO WS-MESSAGE
                GO TO 999-ERROR-MSG-RETURN
           END-IF.

           MOVE WS-PROD-PART1 TO WS-DED-IN.
           PERFORM 285-DEEDIT-BAND THRU 285-DEEDIT-EXIT.
           IF WS-DED-BAD OR WS-DED-VALUE NOT < 10000 THEN
                MOVE 'APPROVAL COMMISSION MUST BE POUNDS UNDER 10000'
                     TO WS-MESSAGE
                GO TO 999-ERROR-MSG-RETURN
           END-IF.
           MOVE WS-DED-VALUE TO IT-APPR-COMM.

           MOVE WS-PROD-PART2 TO WS-DED-IN.
           PERFORM 285-DEEDIT-BAND THRU 285-DEEDIT-EXIT.
           IF WS-DED-BAD OR WS-DED-VALUE NOT < 10000 THEN
                MOVE 'FIRST-DEBIT COMMISSION MUST BE POUNDS UNDER 10000'
                     TO WS-MESSAGE
                GO TO 999-ERROR-MSG-RETURN
           END-IF.
           MOVE WS-DED-VALUE TO IT-DEBIT-COMM.

           MOVE INTROCFG-REC TO WS-STAGE-IMAGE.
           GO TO 550-STAGE-CHANGE.

      * 'D' - DELETE ONE ENTRY FROM THE CHOSEN FILE
       500-DELETE-CONFIG.

           MOVE '500-DELETE-CONFIG' TO WS-LAST-PARA.

           IF CFGKEYI = SPACES OR CFGKEYI = LOW-VALUES THEN
                MOVE 'KEY IS REQUIRED' TO WS-MESSAGE
                GO TO 999-ERROR-MSG-RETURN
           END-IF.

      * A DELETE FROM A MONEY-AFFECTING FILE IS STAGED LIKE ANY
      * OTHER CHANGE TO IT
           IF WS-STAGED-FILE THEN
                MOVE SPACES TO WS-STAGE-IMAGE
                GO TO 550-STAGE-CHANGE
           END-IF.

           IF CFGFILI = 'T' THEN
                MOVE CFGKEYI(1:4) TO TC-TITLE
                EXEC CICS DELETE
                     FILE('TITLECFG')
                     RIDFLD(TC-TITLE)
                END-EXEC
           ELSE IF CFGFILI = 'P' THEN
                MOVE CFGKEYI TO PC-CODE
                EXEC CICS DELETE
                     FILE('POSTCFG')
                     RIDFLD(PC-CODE)
                END-EXEC
           ELSE IF CFGFILI = 'B' THEN
                MOVE CFGKEYI(1:4) TO BC-TRMID
                EXEC CICS DELETE
                     FILE('BRWSCFG')
                     RIDFLD(BC-TRMID)
                END-EXEC
           ELSE
                MOVE CFGKEYI(1:7) TO HC-DATE
                EXEC CICS DELETE
                     FILE('HOLCFG')
                     RIDFLD(HC-DATE)
                END-EXEC
                    END-IF
                END-IF
           END-IF.

           PERFORM 700-WRITE-AUDIT THRU 700-AUDIT-EXIT.
           MOVE 'ENTRY DELETED' TO WS-MESSAGE.
           GO TO 999-ERROR-MSG-RETURN.

      * A/U/D ON A MONEY-AFFECTING FILE - THE CHANGE HAS BEEN EDITED
      * BY ITS 4NN-MAINT PARAGRAPH (OR IS A DELETE) AND IS NOW STAGED
      * ON CFGPEND WITH ITS EFFECTIVE DATE, TO WAIT FOR A SECOND
      * OPERATOR'S V. NOTHING ON THE LIVE FILE CHANGES UNTIL THE
      * NIGHTLY DCI8BCFA RUN BEFORE THAT DATE
       550-STAGE-CHANGE.

           MOVE '550-STAGE-CHANGE' TO WS-LAST-PARA.

           IF EFFDTI IS NOT NUMERIC THEN
                MOVE 'THIS FILE NEEDS AN EFFECTIVE DATE (YYYYDDD)'
                     TO WS-MESSAGE
                GO TO 999-ERROR-MSG-RETURN
           END-IF.

           MOVE EFFDTI TO WS-EFF-DATE.
           COMPUTE WS-TODAY-JUL = EIBDATE + 1900000.

           IF WS-EFF-DDD = 0 OR WS-EFF-DDD > 366 THEN
                MOVE 'EFFECTIVE DATE MUST BE YYYYDDD, E.G. 2026305'
                     TO WS-MESSAGE
                GO TO 999-ERROR-MSG-RETURN
           END-IF.

      * NOTHING TAKES EFFECT TODAY - TOMORROW AT THE EARLIEST, SO
      * THERE IS A DAY FOR THE SECOND OPERATOR TO LOOK AT IT
           IF WS-EFF-DATE NOT > WS-TODAY-JUL THEN
                MOVE 'EFFECTIVE DATE MUST BE TOMORROW OR LATER'
                     TO WS-MESSAGE
                GO TO 999-ERROR-MSG-RETURN
           END-IF.

           MOVE CFGFILI TO WS-SRCH-FILE.
           PERFORM 555-SET-STAGE-KEY THRU 555-SET-EXIT.
           MOVE WS-EFF-DATE TO WS-SRCH-EFF-DATE.

      * THE SAME ON-FILE RULES AS A LIVE CHANGE, TESTED NOW SO THE
      * OPERATOR HEARS OF A MISTAKE WHILE IT IS STILL ON THE SCREEN
           PERFORM 560-READ-LIVE THRU 560-READ-EXIT.
           IF ACTIONI = 'A' AND WS-LIVE-FOUND = 'Y' THEN
                GO TO 610-CONFIG-DUPREC
           END-IF.
           IF ACTIONI NOT = 'A' AND WS-LIVE-FOUND = 'N' THEN
                GO TO 600-CONFIG-NOTFND
           END-IF.

           PERFORM 570-FIND-OPEN-CHANGE THRU 570-FIND-EXIT.
           IF WS-OPEN-FOUND = 'Y' THEN
                MOVE 'A CHANGE IS ALREADY OPEN FOR THAT KEY AND DATE'
                     TO WS-MESSAGE
                GO TO 999-ERROR-MSG-RETURN
           END-IF.

           MOVE SPACES TO CFGPEND-REC.
           MOVE WS-SRCH-FILE TO CP-FILE.
           MOVE WS-SRCH-CFGKEY TO CP-CFGKEY.
           MOVE WS-SRCH-EFF-DATE TO CP-EFF-DATE.
           MOVE EIBDATE TO CP-REQ-DATE.
           MOVE EIBTIME TO CP-REQ-TIME.
           MOVE ACTIONI TO CP-ACTION.
           MOVE 'P' TO CP-STATUS.
           MOVE WS-STAGE-IMAGE TO CP-NEW-REC.
           MOVE EIBOPID TO CP-REQ-OPID.
           MOVE EIBUSERID TO CP-REQ-USERID.
           MOVE EIBTRMID TO CP-REQ-TRMID.
           MOVE 0 TO CP-DEC-DATE.
           MOVE 0 TO CP-DEC-TIME.
           MOVE 0 TO CP-APPLIED-DATE.

           EXEC CICS WRITE
                FILE('CFGPEND')
                FROM(CFGPEND-REC)
                LENGTH(CFGPEND-LEN)
                RIDFLD(CP-KEY)
           END-EXEC.

           PERFORM 700-WRITE-AUDIT THRU 700-AUDIT-EXIT.
           MOVE 'CHANGE STAGED - A SECOND OPERATOR MUST APPROVE IT (V)'
                TO WS-MESSAGE.
           GO TO 999-ERROR-MSG-RETURN.

      * THE KEYED CONFIG KEY CUT TO THE TARGET FILE'S KEY LENGTH, THE
      * FORM CP-CFGKEY CARRIES IT IN
       555-SET-STAGE-KEY.

           MOVE SPACES TO WS-SRCH-CFGKEY.

           IF CFGFILI = 'C' OR CFGFILI = 'R' THEN
                MOVE CFGKEYI(1:1) TO WS-SRCH-CFGKEY(1:1)
           ELSE IF CFGFILI = 'Q' OR CFGFILI = 'S' THEN
                MOVE CFGKEYI(1:3) TO WS-SRCH-CFGKEY(1:3)
           ELSE IF CFGFILI = 'D' OR CFGFILI = 'E' THEN
                MOVE CFGKEYI(1:4) TO WS-SRCH-CFGKEY(1:4)
           ELSE
                MOVE CFGKEYI TO WS-SRCH-CFGKEY
                    END-IF
                END-IF
           END-IF.

       555-SET-EXIT.
           EXIT.

      * IS THE TARGET ROW ON THE LIVE FILE NOW? RESP IS TESTED HERE,
      * SO NOTFND DOES NOT TAKE THE HANDLE CONDITION ROUTE
       560-READ-LIVE.

           IF CFGFILI = 'C' THEN
                MOVE WS-SRCH-CFGKEY(1:1) TO CL-STAT
                EXEC CICS READ
                     FILE('CRLIMCFG')
                     INTO(CRLIMCFG-REC)
                     LENGTH(CRLIMCFG-LEN)
                     RIDFLD(CL-STAT)
                     RESP(WS-RESP)
                END-EXEC
           ELSE IF CFGFILI = 'R' THEN
                MOVE WS-SRCH-CFGKEY(1:1) TO IR-STAT
                EXEC CICS READ
                     FILE('RATECFG')
                     INTO(RATECFG-REC)
                     LENGTH(RATECFG-LEN)
                     RIDFLD(IR-STAT)
                     RESP(WS-RESP)
                END-EXEC
           ELSE IF CFGFILI = 'Q' THEN
                MOVE WS-SRCH-CFGKEY(1:3) TO WQ-OPERID
                EXEC CICS READ
                     FILE('WSQUOTA')
                     INTO(WSQUOTA-REC)
                     LENGTH(WSQUOTA-LEN)
                     RIDFLD(WQ-OPERID)
                     RESP(WS-RESP)
                END-EXEC
           ELSE IF CFGFILI = 'F' THEN
                MOVE WS-SRCH-CFGKEY TO FG-CODE
                EXEC CICS READ
                     FILE('FEECFG')
                     INTO(FEECFG-REC)
                     LENGTH(FEECFG-LEN)
                     RIDFLD(FG-CODE)
                     RESP(WS-RESP)
                END-EXEC
           ELSE IF CFGFILI = 'G' THEN
                MOVE WS-SRCH-CFGKEY TO AG-CODE
                EXEC CICS READ
                     FILE('AGENCYCFG')
                     INTO(AGENCYCFG-REC)
                     LENGTH(AGENCYCFG-LEN)
                     RIDFLD(AG-CODE)
                     RESP(WS-RESP)
                END-EXEC
           ELSE IF CFGFILI = 'D' THEN
                MOVE WS-SRCH-CFGKEY(1:4) TO PD-CODE
                EXEC CICS READ
                     FILE('PRODCFG')
                     INTO(PRODCFG-REC)
                     LENGTH(PRODCFG-LEN)
                     RIDFLD(PD-CODE)
                     RESP(WS-RESP)
                END-EXEC
           ELSE IF CFGFILI = 'E' THEN
                MOVE WS-SRCH-CFGKEY(1:4) TO EC-KEY
                EXEC CICS READ
                     FILE('ECLCFG')
                     INTO(ECLCFG-REC)
                     LENGTH(ECLCFG-LEN)
                     RIDFLD(EC-KEY)
                     RESP(WS-RESP)
                END-EXEC
           ELSE IF CFGFILI = 'I' THEN
                MOVE WS-SRCH-CFGKEY TO IT-CODE
                EXEC CICS READ
                     FILE('INTROCFG')
                     INTO(INTROCFG-REC)
                     LENGTH(INTROCFG-LEN)
                     RIDFLD(IT-CODE)
                     RESP(WS-RESP)
                END-EXEC
           ELSE
                MOVE WS-SRCH-CFGKEY(1:3) TO SB-MIN-SCORE
                EXEC CICS READ
                     FILE('SCOREBND')
                     INTO(SCOREBND-REC)
                     LENGTH(SCOREBND-LEN)
                     RIDFLD(SB-MIN-SCORE)
                     RESP(WS-RESP)
                END-EXEC
                                        END-IF
                                    END-IF
                                END-IF
                            END-IF
                        END-IF
                    END-IF
                END-IF
           END-IF.

           MOVE 'N' TO WS-LIVE-FOUND.
           IF WS-RESP = DFHRESP(NORMAL) THEN
                MOVE 'Y' TO WS-LIVE-FOUND
           END-IF.

       560-READ-EXIT.
           EXIT.

      * LOOKS FOR THE OPEN (PENDING OR APPROVED) CFGPEND ROW FOR THE
      * FILE, KEY AND EFFECTIVE DATE IN WS-SEARCH-KEY - THERE IS NEVER
      * MORE THAN ONE. FOUND, IT IS LEFT IN CFGPEND-REC AND ITS FULL
      * KEY IN WS-FOUND-KEY
       570-FIND-OPEN-CHANGE.

           MOVE 'N' TO WS-OPEN-FOUND.
           MOVE 'N' TO WS-LIST-EOF.

           MOVE WS-SRCH-FILE TO CP-FILE.
           MOVE WS-SRCH-CFGKEY TO CP-CFGKEY.
           MOVE WS-SRCH-EFF-DATE TO CP-EFF-DATE.
           MOVE 0 TO CP-REQ-DATE.
           MOVE 0 TO CP-REQ-TIME.

           EXEC CICS STARTBR
                FILE('CFGPEND')
                RIDFLD(CP-KEY)
                GTEQ
                RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP NOT = DFHRESP(NORMAL) THEN
                GO TO 570-FIND-EXIT
           END-IF.

           PERFORM 575-NEXT-OPEN-CHANGE THRU 575-NEXT-EXIT
                UNTIL WS-LIST-EOF = 'Y' OR WS-OPEN-FOUND = 'Y'.

           EXEC CICS ENDBR FILE('CFGPEND') END-EXEC.

       570-FIND-EXIT.
           EXIT.

       575-NEXT-OPEN-CHANGE.

           EXEC CICS READNEXT
                FILE('CFGPEND')
                INTO(CFGPEND-REC)
                RIDFLD(CP-KEY)
                LENGTH(CFGPEND-LEN)
                RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP NOT = DFHRESP(NORMAL) THEN
                MOVE 'Y' TO WS-LIST-EOF
                GO TO 575-NEXT-EXIT
           END-IF.

           IF CP-FILE NOT = WS-SRCH-FILE OR
                CP-CFGKEY NOT = WS-SRCH-CFGKEY OR
                CP-EFF-DATE NOT = WS-SRCH-EFF-DATE THEN
                MOVE 'Y' TO WS-LIST-EOF
                GO TO 575-NEXT-EXIT
           END-IF.

           IF CP-OPEN THEN
                MOVE 'Y' TO WS-OPEN-FOUND
                MOVE CP-KEY TO WS-FOUND-KEY
           END-IF.

       575-NEXT-EXIT.
           EXIT.

      * 'P' - THE OPEN CHANGES STAGED FOR THE CHOSEN FILE, FROM THE
      * KEYED VALUE (OR THE TOP), ONE PER LINE: KEY, EFFECTIVE DATE,
      * ACTION, STATUS (P PENDING, A APPROVED) AND THE NEW VALUE
       800-LIST-PENDING.

           MOVE '800-LIST-PENDING' TO WS-LAST-PARA.

           IF NOT WS-STAGED-FILE THEN
                MOVE 'ONLY C/R/Q/S/F/G/D/E/I CHANGES NEED APPROVAL'
                     TO WS-MESSAGE
                GO TO 999-ERROR-MSG-RETURN
           END-IF.

           MOVE CFGFILI TO WS-SRCH-FILE.
           IF CFGKEYI = SPACES OR CFGKEYI = LOW-VALUES THEN
                MOVE LOW-VALUES TO WS-SRCH-CFGKEY
           ELSE
                PERFORM 555-SET-STAGE-KEY THRU 555-SET-EXIT
           END-IF.

           MOVE 'N' TO WS-LIST-EOF.
           MOVE 1 TO WS-LINE-SUB.
           MOVE LOW-VALUES TO MAP1O.

           MOVE WS-SRCH-FILE TO CP-FILE.
           MOVE WS-SRCH-CFGKEY TO CP-CFGKEY.
           MOVE 0 TO CP-EFF-DATE.
           MOVE 0 TO CP-REQ-DATE.
           MOVE 0 TO CP-REQ-TIME.

           EXEC CICS STARTBR
                FILE('CFGPEND')
                RIDFLD(CP-KEY)
                GTEQ
                RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP = DFHRESP(NORMAL) THEN
                PERFORM 810-LIST-ONE-PENDING THRU 810-LIST-EXIT
                     UNTIL WS-LINE-SUB > 6 OR WS-LIST-EOF = 'Y'
                EXEC CICS ENDBR FILE('CFGPEND') END-EXEC
           END-IF.

           IF WS-LINE-SUB = 1 THEN
                MOVE 'NO OPEN CHANGES FOR THIS FILE' TO MSGO
           ELSE
                MOVE 'KEY / EFFECTIVE / ACTION / STATUS / NEW VALUE'
                     TO MSGO
           END-IF.

           EXEC CICS SEND
                MAP('MAP1')
                MAPSET('DCI8DMG')
                ERASE
           END-EXEC.

           EXEC CICS RETURN
                TRANSID('I8D7')
                COMMAREA(WS-COMMAREA)
                LENGTH(WS-COMMAREA-LENGTH)
           END-EXEC.

      * APPLIED, REJECTED, LAPSED AND FAILED ROWS ARE PASSED OVER
       810-LIST-ONE-PENDING.

           EXEC CICS READNEXT
                FILE('CFGPEND')
                INTO(CFGPEND-REC)
                RIDFLD(CP-KEY)
                LENGTH(CFGPEND-LEN)
                RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP NOT = DFHRESP(NORMAL) OR
                CP-FILE NOT = WS-SRCH-FILE THEN
                MOVE 'Y' TO WS-LIST-EOF
                GO TO 810-LIST-EXIT
           END-IF.

           IF NOT CP-OPEN THEN
                GO TO 810-LIST-EXIT
           END-IF.

           MOVE SPACES TO WS-LIST-LINE.
           MOVE CP-CFGKEY TO WS-LIST-LINE(1:8).
           MOVE CP-EFF-DATE TO WS-LIST-LINE(10:7).
           MOVE CP-ACTION TO WS-LIST-LINE(18:1).
           MOVE CP-STATUS TO WS-LIST-LINE(20:1).
           IF NOT CP-DELETE THEN
                PERFORM 815-FORMAT-PENDING THRU 815-FORMAT-EXIT
           END-IF.
           MOVE WS-LIST-LINE TO LINEO(WS-LINE-SUB).
           ADD 1 TO WS-LINE-SUB.

       810-LIST-EXIT.
           EXIT.

      * THE STAGED ROW'S VALUES, IN THE LAST 19 BYTES OF THE LINE
       815-FORMAT-PENDING.

           IF CP-FILE = 'R' THEN
                MOVE CP-NEW-REC TO RATECFG-REC
                MOVE IR-ANNUAL-RATE TO WS-RATE-DISP
                MOVE WS-RATE-DISP TO WS-LIST-LINE(22:5)
           ELSE IF CP-FILE = 'C' THEN
                MOVE CP-NEW-REC TO CRLIMCFG-REC
                MOVE CL-MIN TO WS-POUNDS-DISP
                MOVE WS-POUNDS-DISP TO WS-LIST-LINE(22:8)
                MOVE '-' TO WS-LIST-LINE(30:1)
                MOVE CL-MAX TO WS-POUNDS-DISP
                MOVE WS-POUNDS-DISP TO WS-LIST-LINE(31:8)
           ELSE IF CP-FILE = 'S' THEN
                MOVE CP-NEW-REC TO SCOREBND-REC
                MOVE SB-MAX-SCORE TO WS-LIST-LINE(22:3)
                MOVE SB-MAX-LIMIT TO WS-BAND-DISP
                MOVE WS-BAND-DISP TO WS-LIST-LINE(26:11)
           ELSE IF CP-FILE = 'Q' THEN
                MOVE CP-NEW-REC TO WSQUOTA-REC
                MOVE WQ-LIMIT TO WS-LIST-LINE(22:5)
           ELSE IF CP-FILE = 'F' THEN
                MOVE CP-NEW-REC TO FEECFG-REC
                MOVE FG-AMOUNT TO WS-BAND-DISP
                MOVE WS-BAND-DISP TO WS-LIST-LINE(22:11)
           ELSE IF CP-FILE = 'D' THEN
                MOVE CP-NEW-REC TO PRODCFG-REC
                MOVE PD-ANNUAL-RATE TO WS-RATE-DISP
                MOVE WS-RATE-DISP TO WS-LIST-LINE(22:5)
                MOVE PD-MINPAY-PCT TO WS-LIST-LINE(28:3)
                MOVE PD-CRLIM-MAX TO WS-POUNDS-DISP
                MOVE WS-POUNDS-DISP TO WS-LIST-LINE(32:8)
           ELSE IF CP-FILE = 'E' THEN
                MOVE CP-NEW-REC TO ECLCFG-REC
                MOVE EC-LOSS-PCT TO WS-LOSS-DISP
                MOVE WS-LOSS-DISP TO WS-LIST-LINE(22:6)
                MOVE '%' TO WS-LIST-LINE(28:1)
           ELSE IF CP-FILE = 'I' THEN
                MOVE CP-NEW-REC TO INTROCFG-REC
                MOVE IT-ACTIVE TO WS-LIST-LINE(22:1)
                MOVE IT-CLAWBACK-DAYS TO WS-LIST-LINE(24:3)
                MOVE IT-APPR-COMM TO WS-COMM-DISP
                MOVE WS-COMM-DISP TO WS-LIST-LINE(28:7)
           ELSE
                MOVE CP-NEW-REC TO AGENCYCFG-REC
                MOVE AG-PLACING TO WS-LIST-LINE(22:1)
                MOVE AG-COMM-PCT TO WS-RATE-DISP
                MOVE WS-RATE-DISP TO WS-LIST-LINE(24:5)
                                        END-IF
                                    END-IF
                                END-IF
                            END-IF
                END-IF
           END-IF.

       815-FORMAT-EXIT.
           EXIT.

      * 'V' APPROVES / 'J' REJECTS THE OPEN CHANGE FOR THE KEYED
      * FILE, KEY AND EFFECTIVE DATE. AN APPROVAL MUST COME FROM AN
      * OPERATOR OTHER THAN THE ONE WHO KEYED THE CHANGE, WITH
      * 'CFGAPPRV', BEFORE THE EFFECTIVE DATE; A REJECTION MAY COME
      * FROM ANYONE ON THIS SCREEN, SO THE REQUESTER CAN WITHDRAW A
      * MISTAKE, AND CANCELS AN APPROVED CHANGE NOT YET APPLIED
       850-DECIDE-CHANGE.

           MOVE '850-DECIDE-CHANGE' TO WS-LAST-PARA.

           IF NOT WS-STAGED-FILE THEN
                MOVE 'ONLY C/R/Q/S/F/G/D/E/I CHANGES NEED APPROVAL'
                     TO WS-MESSAGE
                GO TO 999-ERROR-MSG-RETURN
           END-IF.

           IF CFGKEYI = SPACES OR CFGKEYI = LOW-VALUES THEN
                MOVE 'KEY IS REQUIRED' TO WS-MESSAGE
                GO TO 999-ERROR-MSG-RETURN
           END-IF.

           IF EFFDTI IS NOT NUMERIC THEN
                MOVE 'KEY THE EFFECTIVE DATE (YYYYDDD) OF THE CHANGE'
                     TO WS-MESSAGE
                GO TO 999-ERROR-MSG-RETURN
           END-IF.

           MOVE CFGFILI TO WS-SRCH-FILE.
           PERFORM 555-SET-STAGE-KEY THRU 555-SET-EXIT.
           MOVE EFFDTI TO WS-SRCH-EFF-DATE.

           PERFORM 570-FIND-OPEN-CHANGE THRU 570-FIND-EXIT.
           IF WS-OPEN-FOUND = 'N' THEN
                MOVE 'NO OPEN CHANGE FOR THAT KEY AND DATE - SEE P'
                     TO WS-MESSAGE
                GO TO 999-ERROR-MSG-RETURN
           END-IF.

           IF ACTIONI = 'V' THEN
                IF NOT CP-PENDING THEN
                     MOVE 'THAT CHANGE IS ALREADY APPROVED'
                          TO WS-MESSAGE
                     GO TO 999-ERROR-MSG-RETURN
                END-IF
                IF CP-REQ-OPID = EIBOPID OR
                     CP-REQ-USERID = EIBUSERID THEN
                     MOVE 'ANOTHER OPERATOR MUST APPROVE THE CHANGE'
                          TO WS-MESSAGE
                     GO TO 999-ERROR-MSG-RETURN
                END-IF
                COMPUTE WS-TODAY-JUL = EIBDATE + 1900000
                IF CP-EFF-DATE NOT > WS-TODAY-JUL THEN
                     MOVE 'TOO LATE TO APPROVE - KEY THE CHANGE AGAIN'
                          TO WS-MESSAGE
                     GO TO 999-ERROR-MSG-RETURN
                END-IF
                MOVE 'CFGAPPRV' TO FH-FUNCTION
                PERFORM 170-CHECK-AUTHORITY THRU 170-CHECK-EXIT
                IF FH-ALLOW NOT = 'Y' THEN
                     MOVE 'NOT AUTHORIZED TO APPROVE CONFIG CHANGES'
                          TO WS-MESSAGE
                     GO TO 999-ERROR-MSG-RETURN
                END-IF
           END-IF.

           MOVE '850-DECIDE-CHANGE' TO WS-LAST-PARA.
           MOVE WS-FOUND-KEY TO CP-KEY.

           EXEC CICS READ
                FILE('CFGPEND')
                INTO(CFGPEND-REC)
                LENGTH(CFGPEND-LEN)
                RIDFLD(CP-KEY)
                UPDATE
           END-EXEC.

           IF ACTIONI = 'V' THEN
                MOVE 'A' TO CP-STATUS
                MOVE 'CHANGE APPROVED - IT APPLIES THE NIGHT BEFORE'
                     TO WS-MESSAGE
           ELSE
                MOVE 'R' TO CP-STATUS
                MOVE 'CHANGE REJECTED' TO WS-MESSAGE
           END-IF.

           MOVE EIBOPID TO CP-DEC-OPID.
           MOVE EIBUSERID TO CP-DEC-USERID.
           MOVE EIBTRMID TO CP-DEC-TRMID.
           MOVE EIBDATE TO CP-DEC-DATE.
           MOVE EIBTIME TO CP-DEC-TIME.

           EXEC CICS REWRITE
                FILE('CFGPEND')
                FROM(CFGPEND-REC)
                LENGTH(CFGPEND-LEN)
           END-EXEC.

           PERFORM 700-WRITE-AUDIT THRU 700-AUDIT-EXIT.
           GO TO 999-ERROR-MSG-RETURN.

      * EVERY CONFIG CHANGE LEAVES ONE CFAU ROW - WHO CHANGED WHICH
           MOVE CFGVAL1I TO CG-NEW-VALUES(1:20).
           MOVE CFGVAL2I TO CG-NEW-VALUES(21:20).

      * AN APPROVAL OR REJECTION NAMES THE CHANGE BY ITS DATE
           IF ACTIONI = 'V' OR ACTIONI = 'J' THEN
                MOVE SPACES TO CG-NEW-VALUES
                MOVE 'EFFECTIVE' TO CG-NEW-VALUES(1:9)
                MOVE WS-SRCH-EFF-DATE TO CG-NEW-VALUES(11:7)
           END-IF.

           EXEC CICS WRITEQ TD
                QUEUE('CFAU')
                FROM(WS-CFAU-REC)
