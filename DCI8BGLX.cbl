000160*                 POSTINGS INTO BALANCED DOUBLE-ENTRY GL LINES,
000170*                 ENDING THE MORNING RE-KEYING OFF THE DCI8BPGS
000180*                 SPOOL
000181* 2026-10-02 AA   CHARGE-OFF CLEARING CREDITS (8004) BOOK TO
000183*                 WRITEOFF AND ESCHEATMENT DEBITS (8005) TO
000185*                 ESCHEAT; THE DAY'S SUSPENSE PARKS AND
000186*                 REALLOCATIONS BOOK TO SUSPENSE - SO DCI8BGLP
000188*                 CAN PROVE EACH CONTROL ACCOUNT
000189* 2026-10-04 AA   BACK-VALUE INTEREST ADJUSTMENT CREDITS (8015,
000190*                 DCI8BBVI) BOOK AGAINST INTINCOM - THEY GIVE
000191*                 BACK INTEREST, NOT CASH
000192* 2026-10-05 AA   AN ONLINE REVERSAL'S OFFSET ROW (TXNREV, FROM
000193*                 DCI8DPGR) BOOKS AS THE ROW IT REVERSED WITH
000194*                 THE PAIR TURNED ROUND, SO A REVERSED FEE COMES
000195*                 BACK OFF FEEINCOM, NOT OUT OF CASHCLRG
000196* 2026-10-06 AA   THE RUN NOW PASSES THE JOBDEPS PREREQUISITE
000197*                 GATE (DCI8BJGT) BEFORE ITS START ROW AND
000198*                 STOPS WITH RETURN CODE 12 WHEN A
000199*                 PREDECESSOR HAS NOT ENDED CLEAN TODAY
000200* 2026-10-08 AA   ACCTTXN RECORD WIDENED FOR THE HASH CHAIN
000201*                 FIELDS
000202* 2026-10-15 AA   SMALL-BALANCE WRITE-OFF CREDITS (8016,
000203*                 DCI8BSBW) BOOK AGAINST SMALLBWO
000205*-----------------------------------------------------------------
000207*****************************************************************
000210* THIS JOB WALKS ACCTTXN AND PICKS UP EVERY ROW POSTED ON THE
000220* EXTRACT DATE (GLXPARM MAY CARRY THE DATE AS YYYYDDD; A
000230* MISSING OR BLANK CARD MEANS TODAY - THE DCI8BACL RULE). EACH
000260*   'C' PAYMENT   DR CASHCLRG            CR RECEIVBL
000270*   'I' INTEREST  DR RECEIVBL            CR INTINCOM
000280*   'F' FEE       DR RECEIVBL            CR FEEINCOM
000281* EXCEPT THAT THE CHARGE-OFF CLEARING CREDIT (SEQUENCE 8004)
000282* DEBITS WRITEOFF INSTEAD OF CASHCLRG - IT MOVES NO CASH - AND
000283* THE ESCHEATMENT REMITTANCE DEBIT (8005) CREDITS ESCHEAT
000284* INSTEAD OF MERCHSET, AND THE BACK-VALUE INTEREST ADJUSTMENT
000285* CREDIT (8015) DEBITS INTINCOM - INTEREST GIVEN BACK, NO CASH.
000286* THE SMALL-BALANCE WRITE-OFF CREDIT (8016, DCI8BSBW) DEBITS
000287* SMALLBWO, ITS OWN PROFIT AND LOSS LINE - AGAIN NO CASH.
000288* THE OFFSET ROW OF AN ONLINE REVERSAL (ITS 'R' ROW ON TXNREV)
000289* BOOKS THE PAIR OF THE ROW IT REVERSED, TURNED ROUND.
000290* A SUSPENSE ITEM PARKED ON THE EXTRACT
000291* DATE BOOKS THE SAME PAIR WITH SUSPENSE STANDING IN FOR
000292* RECEIVBL, AND ONE REALLOCATED ON THE EXTRACT DATE BOOKS THAT
000293* PAIR REVERSED - ITS ACCTTXN ROW BOOKS THE ORDINARY PAIR, SO
000294* THE CASH IS COUNTED ONCE AND SUSPENSE CLEARS. SUSPENSE ITEMS
000295* BELONG TO NO ACCOUNT AND BOOK TO BRANCH ????
000296* THE PAIRS ARE ACCUMULATED PER OWNING BRANCH (FROM ACCTFILE)
000300* AND GL ACCOUNT AND WRITTEN TO GLEXT AS ONE LINE PER BRANCH/
000310* ACCOUNT/SIDE, FOLLOWED BY A TRL ROW CARRYING THE LINE COUNT
000320* AND THE DEBIT AND CREDIT TOTALS - EQUAL BY CONSTRUCTION, AND
000520         RECORD KEY IS AF-ACCTKEY
000530         FILE STATUS IS WS-ACCTFILE-STATUS.

000531     SELECT SUSPENSE-FILE ASSIGN TO SUSPENSE
000533         ORGANIZATION IS INDEXED
000535         ACCESS MODE IS SEQUENTIAL
000536         RECORD KEY IS SU-KEY
000538         FILE STATUS IS WS-SUSPENSE-STATUS.

000539     SELECT TXNREV-FILE ASSIGN TO TXNREV
000540         ORGANIZATION IS INDEXED
000541         ACCESS MODE IS RANDOM
000542         RECORD KEY IS RV-KEY
000543         FILE STATUS IS WS-TXNREV-STATUS.

000546     SELECT EXTRACT-FILE ASSIGN TO GLEXT
000550         ORGANIZATION IS SEQUENTIAL
000560         FILE STATUS IS WS-EXTRACT-STATUS.

000820         10  TX-POST-DATE        PIC S9(7) COMP-3.
000830         10  TX-POST-JOB         PIC X(08).
000840     05  TX-SOURCE               PIC X(01).
000842     05  TX-CHAIN-INFO.
000844         10  TX-CHAIN-NO         PIC 9(09) COMP.
000846         10  TX-CHAIN-PREV       PIC 9(18) COMP.
000848         10  TX-CHAIN-HASH       PIC 9(18) COMP.

000850 FD  ACCTFILE
000860     LABEL RECORDS ARE STANDARD.
000940     05  AF-BRANCH               PIC X(04).
000950     05  AF-CONTACT-PREF         PIC X(01).
000955     05  AF-STMT-CYCLE           PIC X(01).
000956     05  AF-GONEAWAY-FLAG        PIC X(01).
000957     05  AF-CUST-ID              PIC 9(08).
000958     05  AF-ESTATE-FLAG          PIC X(01).
000959     05  AF-SENS-FLAG            PIC X(01).
000960     05  AF-ANNFEE-PLAN          PIC X(01).
000961     05  AF-SETTLE-FLAG          PIC X(01).
000962     05  AF-PRODUCT-CODE         PIC X(04).

000963*-----------------------------------------------------------------
000964* SUSPENSE - ONLY THE PARK AND REALLOCATION DATES ARE NEEDED
000965*-----------------------------------------------------------------
000966 FD  SUSPENSE-FILE
000967     LABEL RECORDS ARE STANDARD.
000968 01  SUSPENSE-REC.
000969     05  SU-KEY.
000970         10  SU-ACCTNO           PIC X(09).
000971         10  SU-DATE             PIC S9(7) COMP-3.
000972         10  SU-SEQNO            PIC 9(04) COMP.
000973     05  SU-TYPE                 PIC X(01).
000974     05  SU-AMOUNT               PIC 9(08)V99.
000975     05  SU-REASON               PIC X(35).
000976     05  SU-STATUS               PIC X(01).
000977         88  SU-REALLOCATED              VALUE 'R'.
000978     05  SU-PARKED-DATE          PIC S9(7) COMP-3.
000979     05  SU-RES-ACCTNO           PIC X(09).
000980     05  SU-RES-USERID           PIC X(08).
000981     05  SU-RES-TRMID            PIC X(04).
000982     05  SU-RES-DATE             PIC S9(7) COMP-3.
000983     05  SU-RES-TIME             PIC S9(7) COMP-3.
000984     05  FILLER                  PIC X(76).

000985*-----------------------------------------------------------------
000986* TXNREV - THE REVERSAL REGISTER. ONLY AN OFFSET ROW'S LINK BACK
000987* TO THE TYPE AND SEQUENCE OF THE ROW IT REVERSED IS NEEDED
000988*-----------------------------------------------------------------
000989 FD  TXNREV-FILE
000990     LABEL RECORDS ARE STANDARD.
000991 01  TXNREV-REC.
000992     05  RV-KEY.
000993         10  RV-ACCTNO           PIC X(09).
000994         10  RV-DATE             PIC S9(7) COMP-3.
000995         10  RV-SEQNO            PIC 9(04) COMP.
000996     05  RV-ROLE                 PIC X(01).
000997         88  RV-OFFSET                   VALUE 'R'.
000998     05  RV-STATUS               PIC X(01).
000999         88  RV-REVERSED                 VALUE 'D'.
001000     05  RV-PAIR-DATE            PIC S9(7) COMP-3.
001001     05  RV-PAIR-SEQNO           PIC 9(04) COMP.
001002     05  RV-PAIR-TYPE            PIC X(01).
001003     05  FILLER                  PIC X(90).

001004*-----------------------------------------------------------------
001005* GLEXT - ONE LINE PER BRANCH/GL-ACCOUNT/SIDE PLUS A TRL ROW
001006* WITH THE COUNT AND THE TWO SIDES' TOTALS
001007*-----------------------------------------------------------------
001008 FD  EXTRACT-FILE
001010     RECORDING MODE IS F
001020     LABEL RECORDS ARE STANDARD.
001030 01  EXTRACT-REC                 PIC X(40).
001220 77  WS-JOURNAL-STATUS       PIC X(02) VALUE SPACES.
001230 77  WS-JRNL-TIME-RAW        PIC 9(08) VALUE 0.

001235     COPY 'JOBGATE'.

001240 77  WS-PARM-STATUS          PIC X(02) VALUE SPACES.
001250 77  WS-ACCTTXN-STATUS       PIC X(02) VALUE SPACES.
001260 77  WS-ACCTFILE-STATUS      PIC X(02) VALUE SPACES.
001270 77  WS-EXTRACT-STATUS       PIC X(02) VALUE SPACES.
001275 77  WS-SUSPENSE-STATUS      PIC X(02) VALUE SPACES.
001277 77  WS-TXNREV-STATUS        PIC X(02) VALUE SPACES.

001280 01  WS-SWITCHES.
001290     05  WS-EOF-SW           PIC X(01) VALUE 'N'.
001300         88  WS-EOF-YES              VALUE 'Y'.
001301     05  WS-SUSP-EOF-SW      PIC X(01) VALUE 'N'.
001302         88  WS-SUSP-EOF             VALUE 'Y'.
001304*    'Y' WHILE A REALLOCATED SUSPENSE ITEM BOOKS ITS PARK PAIR
001305*    BACK OUT
001307     05  WS-REVERSE-SW       PIC X(01) VALUE 'N'.
001308         88  WS-REVERSE-YES          VALUE 'Y'.

001310 01  WS-COUNTERS.
001320     05  WS-READ-COUNT       PIC 9(09) COMP-3 VALUE 0.
001330     05  WS-PICKED-COUNT     PIC 9(07) COMP-3 VALUE 0.
001340     05  WS-LINE-COUNT       PIC 9(07) COMP-3 VALUE 0.
001343     05  WS-SUSP-PARKED      PIC 9(07) COMP-3 VALUE 0.
001346     05  WS-SUSP-CLEARED     PIC 9(07) COMP-3 VALUE 0.
001348     05  WS-OFFSET-COUNT     PIC 9(07) COMP-3 VALUE 0.

001350 77  WS-EXTRACT-DATE         PIC 9(07) VALUE 0.
001360 01  WS-DATE-X               PIC X(07) VALUE SPACES.
001620 77  WS-CR-ACCT              PIC X(08) VALUE SPACES.
001630 77  WS-BOOK-ACCT            PIC X(08) VALUE SPACES.
001640 77  WS-BOOK-DRCR            PIC X(01) VALUE SPACE.
001641*    THE ACCOUNT STANDING ON THE CUSTOMER SIDE OF THE PAIR -
001642*    RECEIVBL FOR AN ACCTTXN ROW, SUSPENSE FOR A SUSPENSE ITEM -
001643*    AND THE TYPE AND AMOUNT BEING BOOKED
001644 77  WS-RECV-ACCT            PIC X(08) VALUE SPACES.
001645 77  WS-BOOK-TYPE            PIC X(01) VALUE SPACE.
001646     88  WS-BOOK-DEBIT               VALUE 'D'.
001648     88  WS-BOOK-CREDIT              VALUE 'C'.
001650     88  WS-BOOK-INTEREST            VALUE 'I'.
001652     88  WS-BOOK-FEE                 VALUE 'F'.
001654 77  WS-BOOK-AMOUNT          PIC 9(08)V99 VALUE 0.
001656 77  WS-BOOK-SEQNO           PIC 9(04) COMP VALUE 0.

001658 77  WS-DR-TOTAL             PIC S9(14)V99 COMP-3 VALUE 0.
001660 77  WS-CR-TOTAL             PIC S9(14)V99 COMP-3 VALUE 0.

001670 01  WS-GL-LINE.
001850     PERFORM 2000-SCAN-ONE-ROW THRU 2000-EXIT
001860         UNTIL WS-EOF-YES.

001865     PERFORM 2500-SCAN-SUSPENSE THRU 2500-EXIT.

001870     PERFORM 3000-WRITE-EXTRACT THRU 3000-EXIT.

001880     PERFORM 9000-TERMINATE THRU 9000-EXIT.
001930     OPEN INPUT ACCTTXN-FILE.
001940     OPEN INPUT ACCTFILE.
001950     OPEN OUTPUT EXTRACT-FILE.
001955     OPEN INPUT TXNREV-FILE.

001960     ACCEPT WS-EXTRACT-DATE FROM DAY YYYYDDD.

002290 2000-SCAN-ONE-ROW.

002300     IF TX-POST-DATE = WS-EXTRACT-DATE THEN
002310         PERFORM 2050-PICK-ONE-TXN THRU 2050-EXIT
002320     END-IF.

002330     PERFORM 1100-READ-ACCTTXN THRU 1100-EXIT.
002340 2000-EXIT.
002350     EXIT.

002354*-----------------------------------------------------------------
002359* 2050-PICK-ONE-TXN - THE ORDINARY PAIR FOR THE ROW'S TYPE, WITH
002364* THE SYSTEM ENTRIES THAT MOVE NO MONEY TURNED TO THEIR OWN
002369* CONTROL ACCOUNTS
002374*-----------------------------------------------------------------
002379 2050-PICK-ONE-TXN.

002383     ADD 1 TO WS-PICKED-COUNT.

002388     PERFORM 2200-LOOKUP-BRANCH THRU 2200-EXIT.

002393     MOVE 'RECEIVBL' TO WS-RECV-ACCT.
002398     MOVE TX-TYPE TO WS-BOOK-TYPE.
002399     MOVE TX-SEQNO TO WS-BOOK-SEQNO.
002403     MOVE TX-AMOUNT TO WS-BOOK-AMOUNT.
002404* AN OFFSET ROW TAKES THE TYPE AND SEQUENCE OF THE ROW IT
002405* REVERSED, BOOKED TURNED ROUND
002406     PERFORM 2060-CHECK-OFFSET THRU 2060-EXIT.
002408     PERFORM 2110-MAP-THE-PAIR THRU 2110-EXIT.

002412     IF WS-BOOK-SEQNO = 8004 AND WS-BOOK-CREDIT THEN
002417         MOVE 'WRITEOFF' TO WS-DR-ACCT
002422     END-IF.
002427     IF WS-BOOK-SEQNO = 8005 AND WS-BOOK-DEBIT THEN
002432         MOVE 'ESCHEAT ' TO WS-CR-ACCT
002437     END-IF.
002438     IF WS-BOOK-SEQNO = 8015 AND WS-BOOK-CREDIT THEN
002439         MOVE 'INTINCOM' TO WS-DR-ACCT
002440     END-IF.
002441     IF WS-BOOK-SEQNO = 8016 AND WS-BOOK-CREDIT THEN
002442         MOVE 'SMALLBWO' TO WS-DR-ACCT
002443     END-IF.

002444     PERFORM 2100-BOOK-THE-PAIR THRU 2100-EXIT.
002445     MOVE 'N' TO WS-REVERSE-SW.

002446 2050-EXIT.
002451     EXIT.

002452*-----------------------------------------------------------------
002453* 2060-CHECK-OFFSET - IS THIS ROW THE OFFSET OF AN APPROVED
002454* ONLINE REVERSAL? ONLY DCI8DPGR FILES 'R' ROWS ON TXNREV
002455*-----------------------------------------------------------------
002456 2060-CHECK-OFFSET.

002457     MOVE TX-KEY TO RV-KEY.
002458     READ TXNREV-FILE
002459         INVALID KEY
002460             GO TO 2060-EXIT
002461     END-READ.

002462     IF RV-OFFSET AND RV-REVERSED THEN
002463         MOVE RV-PAIR-TYPE TO WS-BOOK-TYPE
002464         MOVE RV-PAIR-SEQNO TO WS-BOOK-SEQNO
002465         MOVE 'Y' TO WS-REVERSE-SW
002466         ADD 1 TO WS-OFFSET-COUNT
002467     END-IF.

002468 2060-EXIT.
002469     EXIT.

002470 2100-BOOK-THE-PAIR.

002471     IF WS-REVERSE-YES THEN
002472         MOVE WS-DR-ACCT TO WS-BOOK-ACCT
002473         MOVE WS-CR-ACCT TO WS-DR-ACCT
002475         MOVE WS-BOOK-ACCT TO WS-CR-ACCT
002480     END-IF.

002485     MOVE WS-DR-ACCT TO WS-BOOK-ACCT.
002490     MOVE 'D' TO WS-BOOK-DRCR.
002495     PERFORM 2300-ADD-TO-TABLE THRU 2300-EXIT.
002499     ADD WS-BOOK-AMOUNT TO WS-DR-TOTAL.

002504     MOVE WS-CR-ACCT TO WS-BOOK-ACCT.
002509     MOVE 'C' TO WS-BOOK-DRCR.
002514     PERFORM 2300-ADD-TO-TABLE THRU 2300-EXIT.
002519     ADD WS-BOOK-AMOUNT TO WS-CR-TOTAL.

002524 2100-EXIT.
002528     EXIT.

002533*-----------------------------------------------------------------
002538* 2110-MAP-THE-PAIR - THE DEBIT AND CREDIT ACCOUNTS FOR THE TYPE
002543* BEING BOOKED, WS-RECV-ACCT ON THE CUSTOMER SIDE
002548*-----------------------------------------------------------------
002553 2110-MAP-THE-PAIR.

002557     IF WS-BOOK-CREDIT THEN
002562         MOVE 'CASHCLRG' TO WS-DR-ACCT
002567         MOVE WS-RECV-ACCT TO WS-CR-ACCT
002572     ELSE IF WS-BOOK-INTEREST THEN
002577         MOVE WS-RECV-ACCT TO WS-DR-ACCT
002582         MOVE 'INTINCOM' TO WS-CR-ACCT
002586     ELSE IF WS-BOOK-FEE THEN
002591         MOVE WS-RECV-ACCT TO WS-DR-ACCT
002596         MOVE 'FEEINCOM' TO WS-CR-ACCT
002601     ELSE
002606         MOVE WS-RECV-ACCT TO WS-DR-ACCT
002611         MOVE 'MERCHSET' TO WS-CR-ACCT
002615     END-IF
002620     END-IF
002625     END-IF.

002630 2110-EXIT.
002635     EXIT.

002640 2200-LOOKUP-BRANCH.

002820         IF WS-GL-BRANCH(WS-GL-SUB) = WS-TXN-BRANCH AND
002830            WS-GL-ACCT(WS-GL-SUB) = WS-BOOK-ACCT AND
002840            WS-GL-DRCR(WS-GL-SUB) = WS-BOOK-DRCR THEN
002850             ADD WS-BOOK-AMOUNT TO WS-GL-AMOUNT(WS-GL-SUB)
002860             MOVE 1 TO WS-GL-HIT
002870         END-IF
002880     END-PERFORM.
002920         MOVE WS-TXN-BRANCH TO WS-GL-BRANCH(WS-GL-SUB)
002930         MOVE WS-BOOK-ACCT TO WS-GL-ACCT(WS-GL-SUB)
002940         MOVE WS-BOOK-DRCR TO WS-GL-DRCR(WS-GL-SUB)
002950         MOVE WS-BOOK-AMOUNT TO WS-GL-AMOUNT(WS-GL-SUB)
002960     END-IF.

002962*    A NEW PAIR WITH THE TABLE FULL HAS ALREADY BEEN ROLLED
002966*    REFUSE TO SHIP A TRAILER THE DTL LINES CANNOT MATCH
002968     IF WS-GL-HIT = 0 AND WS-GL-USED NOT < 300 THEN
002970         ADD 1 TO WS-DROPPED-COUNT
002972         ADD WS-BOOK-AMOUNT TO WS-DROPPED-AMT
002974     END-IF.

002970 2300-EXIT.
002980     EXIT.

002981*-----------------------------------------------------------------
002982* 2500-SCAN-SUSPENSE - EVERY ITEM PARKED OR REALLOCATED ON THE
002983* EXTRACT DATE. AN ITEM PARKED AND REALLOCATED THE SAME DAY
002984* BOOKS BOTH WAYS AND NETS TO NOTHING ON SUSPENSE
002985*-----------------------------------------------------------------
002986 2500-SCAN-SUSPENSE.

002987     OPEN INPUT SUSPENSE-FILE.
002988     IF WS-SUSPENSE-STATUS NOT = '00' THEN
002989         GO TO 2500-EXIT
002990     END-IF.

002991     MOVE 'SUSPENSE' TO WS-RECV-ACCT.
002992     MOVE '????' TO WS-TXN-BRANCH.

002993     PERFORM 2510-SCAN-ONE-ITEM THRU 2510-EXIT
002994         UNTIL WS-SUSP-EOF.

002995     MOVE 'N' TO WS-REVERSE-SW.
002996     CLOSE SUSPENSE-FILE.

002997 2500-EXIT.
002998     EXIT.

002999 2510-SCAN-ONE-ITEM.

003000     READ SUSPENSE-FILE NEXT RECORD
003001         AT END
003002             MOVE 'Y' TO WS-SUSP-EOF-SW
003003             GO TO 2510-EXIT
003004     END-READ.

003005     MOVE SU-TYPE TO WS-BOOK-TYPE.
003006     MOVE SU-AMOUNT TO WS-BOOK-AMOUNT.

003007     IF SU-PARKED-DATE = WS-EXTRACT-DATE THEN
003008         ADD 1 TO WS-SUSP-PARKED
003009         MOVE 'N' TO WS-REVERSE-SW
003010         PERFORM 2110-MAP-THE-PAIR THRU 2110-EXIT
003011         PERFORM 2100-BOOK-THE-PAIR THRU 2100-EXIT
003012     END-IF.

003013     IF SU-REALLOCATED AND SU-RES-DATE = WS-EXTRACT-DATE THEN
003014         ADD 1 TO WS-SUSP-CLEARED
003015         MOVE 'Y' TO WS-REVERSE-SW
003016         PERFORM 2110-MAP-THE-PAIR THRU 2110-EXIT
003017         PERFORM 2100-BOOK-THE-PAIR THRU 2100-EXIT
003018     END-IF.

003019 2510-EXIT.
003020     EXIT.

003022*-----------------------------------------------------------------
003024* 3000-WRITE-EXTRACT EMPTIES THE TABLE TO GLEXT AND CLOSES WITH
003026* THE TRL ROW THE LEDGER SIDE RECONCILES AGAINST
003028*-----------------------------------------------------------------
003030 3000-WRITE-EXTRACT.

003040     PERFORM VARYING WS-GL-SUB FROM 1 BY 1
003230     DISPLAY 'EXTRACT DATE     : ' WS-EXTRACT-DATE.
003240     DISPLAY 'TXN ROWS READ    : ' WS-READ-COUNT.
003250     DISPLAY 'TXNS PICKED UP   : ' WS-PICKED-COUNT.
003253     DISPLAY 'SUSPENSE PARKED  : ' WS-SUSP-PARKED.
003256     DISPLAY 'SUSPENSE CLEARED : ' WS-SUSP-CLEARED.
003258     DISPLAY 'REVERSAL OFFSETS : ' WS-OFFSET-COUNT.
003260     DISPLAY 'GL LINES WRITTEN : ' WS-LINE-COUNT.
003270     DISPLAY 'DEBIT TOTAL      : ' WS-DR-TOTAL.
003280     DISPLAY 'CREDIT TOTAL     : ' WS-CR-TOTAL.
003290     CLOSE ACCTTXN-FILE.
003300     CLOSE ACCTFILE.
003310     CLOSE EXTRACT-FILE.
003315     CLOSE TXNREV-FILE.

003320 9000-EXIT.
003330     EXIT.
003380*-----------------------------------------------------------------
003390 8100-WRITE-JRNL-START.

003391*    A PREDECESSOR NOT YET ENDED CLEAN TODAY (JOBDEPS) STOPS
003392*    THE RUN HERE, BEFORE IT HAS TOUCHED ANYTHING
003393     MOVE 'DCI8BGLX' TO JG-JOBNAME.
003394     CALL 'DCI8BJGT' USING JOBGATE.
003395     IF JG-RC-BLOCKED THEN
003396         MOVE JG-BLOCKED-RC TO RETURN-CODE
003397         STOP RUN
003398     END-IF.

003400     MOVE 'DCI8BGLX' TO JR-JOBNAME.
003410     MOVE 'S' TO JR-ROW-TYPE.
003420     MOVE 0 TO JR-READ-COUNT JR-WRITTEN-COUNT
