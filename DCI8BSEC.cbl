000140* ---------- ---- ------------------------------------------------
000150* 2026-08-23 AA   INITIAL VERSION - SIGN-ON DENIAL REPORT FROM
000160*                 THE NIGHTLY SECQ QUEUE DRAIN
000162* 2026-10-06 AA   THE RUN NOW PASSES THE JOBDEPS PREREQUISITE
000164*                 GATE (DCI8BJGT) BEFORE ITS START ROW AND
000166*                 STOPS WITH RETURN CODE 12 WHEN A
000168*                 PREDECESSOR HAS NOT ENDED CLEAN TODAY
000169* 2026-10-10 AA   NEW SECTION FOR THE CONNECTED-ACCOUNT BLOCKS
000170*                 DCI8DPHN WRITES TO THE CONQ QUEUE, READ FROM
000171*                 THE NIGHTLY CONQEXT DRAIN
000172* 2026-10-11 AA   DENIAL COUNTS FOR THE SIGN-ON RULE REFUSALS -
000173*                 H OUTSIDE PERMITTED DAYS OR HOURS, T TERMINAL
000174*                 NOT PERMITTED
000177*-----------------------------------------------------------------
000180*****************************************************************
000190* DCI8DPGM'S 050-VERIFY-SIGNON NOW WRITES EVERY DENIAL TO THE
000200* SECQ TD QUEUE. THIS JOB READS THE NIGHTLY SECQEXT DRAIN OF
000230* DENIALS FLAGGED AT THE TOP - ONE MISTYPED SIGN-ON AND A WEEK
000240* OF PROBING LOOK VERY DIFFERENT THERE - THEN DENIAL COUNTS BY
000250* REASON (B BLANK, U UNKNOWN, R REVOKED, X EXPIRED, P BAD
000251* PASSWORD, L LOCKED OUT, C CHANGE REQUIRED, H OUTSIDE THE
000255* OPERATOR'S PERMITTED DAYS OR HOURS, T TERMINAL NOT PERMITTED)
000260* AND THE FULL DETAIL IN ARRIVAL ORDER.
000261* A SECOND SECTION LISTS THE CONNECTED-ACCOUNT BLOCKS - EVERY
000262* TIME DCI8DPHN REFUSED AN OPERATOR AN UPDATE, POSTING, WORKLIST,
000263* WAIVER OR SUSPENSE ACTION ON AN ACCOUNT THAT IS THEIR OWN (O),
000265* ONE THEY HAVE DECLARED AS CONNECTED (D) OR ONE THEY SIT ON AS
000266* A RELATED PARTY (R). IT READS THE NIGHTLY CONQEXT DRAIN OF THE
000267* CONQ QUEUE (ROW LAYOUT = DCI8DPHN'S WS-CONQ-REC); A NIGHT WITH
000268* NO DRAIN FILE SAYS SO ON THE PAGE RATHER THAN FAILING THE RUN
000270*****************************************************************

000280 ENVIRONMENT DIVISION.
000350         ORGANIZATION IS SEQUENTIAL
000360         FILE STATUS IS WS-SECQ-STATUS.

000362     SELECT CONQ-FILE ASSIGN TO CONQEXT
000365         ORGANIZATION IS SEQUENTIAL
000367         FILE STATUS IS WS-CONQ-STATUS.

000370     SELECT REPORT-FILE ASSIGN TO SECRPT
000380         ORGANIZATION IS SEQUENTIAL
000390         FILE STATUS IS WS-REPORT-STATUS.
000570     05  SQ-OPID                 PIC X(03).
000580     05  SQ-REASON               PIC X(01).

000581*-----------------------------------------------------------------
000582* ONE ROW PER CONNECTED-ACCOUNT BLOCK - THE EXACT SHAPE
000583* DCI8DPHN'S 500-LOG-BLOCK WRITES TO CONQ
000584*-----------------------------------------------------------------
000585 FD  CONQ-FILE
000586     RECORDING MODE IS F
000587     LABEL RECORDS ARE STANDARD.
000588 01  CONQ-REC.
000589     05  CQ-TRMID                PIC X(04).
000590     05  CQ-USERID               PIC X(08).
000591     05  CQ-DATE                 PIC S9(7) COMP-3.
000592     05  CQ-TIME                 PIC S9(7) COMP-3.
000593     05  CQ-OPID                 PIC X(03).
000594     05  CQ-TRANID               PIC X(04).
000595     05  CQ-ACTION               PIC X(08).
000596     05  CQ-ACCTNO               PIC X(09).
000597     05  CQ-REASON               PIC X(01).

000598 FD  REPORT-FILE
000600     RECORDING MODE IS F
000610     LABEL RECORDS ARE STANDARD.
000620 01  REPORT-LINE                 PIC X(80).
000810 77  WS-JOURNAL-STATUS       PIC X(02) VALUE SPACES.
000820 77  WS-JRNL-TIME-RAW        PIC 9(08) VALUE 0.

000825     COPY 'JOBGATE'.

000830 77  WS-SECQ-STATUS          PIC X(02) VALUE SPACES.
000840 77  WS-REPORT-STATUS        PIC X(02) VALUE SPACES.
000845 77  WS-CONQ-STATUS          PIC X(02) VALUE SPACES.

000850 01  WS-SWITCHES.
000860     05  WS-EOF-SW           PIC X(01) VALUE 'N'.
000962 77  WS-BADPWD-COUNT         PIC 9(07) COMP-3 VALUE 0.
000964 77  WS-LOCKED-COUNT         PIC 9(07) COMP-3 VALUE 0.
000966 77  WS-PWDCHG-COUNT         PIC 9(07) COMP-3 VALUE 0.
000967 77  WS-HOURS-COUNT          PIC 9(07) COMP-3 VALUE 0.
000968 77  WS-TERMNL-COUNT         PIC 9(07) COMP-3 VALUE 0.

000970*-----------------------------------------------------------------
000980* PER-TERMINAL DENIAL COUNTS - A TERMINAL HITTING THE REPEAT
001140*-----------------------------------------------------------------
001150 77  WS-DETAIL-SHOWN         PIC 9(05) COMP-3 VALUE 0.

001151*-----------------------------------------------------------------
001152* CONNECTED-ACCOUNT BLOCK COUNTS BY REASON - SEE 4000
001153*-----------------------------------------------------------------
001154 77  WS-CONQ-READ            PIC 9(07) COMP-3 VALUE 0.
001155 77  WS-CONQ-EOF-SW          PIC X(01) VALUE 'N'.
001156 77  WS-CONN-OWN-COUNT       PIC 9(07) COMP-3 VALUE 0.
001157 77  WS-CONN-DECL-COUNT      PIC 9(07) COMP-3 VALUE 0.
001158 77  WS-CONN-RELP-COUNT      PIC 9(07) COMP-3 VALUE 0.

001160 01  WS-REPORT-HEADING1.
001170     05  FILLER PIC X(80) VALUE
001180         'DCI8BSEC - DAILY SECURITY EXCEPTIONS - SIGN-ON DENIALS'.
001500     05  DT-TIME             PIC 9(07).
001510     05  FILLER              PIC X(48) VALUE SPACES.

001511 01  WS-CONN-HEADING.
001512     05  FILLER PIC X(80) VALUE
001513         '*** CONNECTED-ACCOUNT BLOCKS ***'.

001514 01  WS-CONN-COL-HEADING.
001515     05  FILLER PIC X(80) VALUE
001516         '  TRM  OPID TRAN ACTION   ACCOUNT   RSN DATE    TIME'.

001517 01  WS-CONN-LINE.
001518     05  FILLER              PIC X(02) VALUE SPACES.
001519     05  CN-TRMID            PIC X(04).
001520     05  FILLER              PIC X(01) VALUE SPACES.
001521     05  CN-OPID             PIC X(03).
001522     05  FILLER              PIC X(02) VALUE SPACES.
001523     05  CN-TRANID           PIC X(04).
001524     05  FILLER              PIC X(01) VALUE SPACES.
001525     05  CN-ACTION           PIC X(08).
001526     05  FILLER              PIC X(01) VALUE SPACES.
001527     05  CN-ACCTNO           PIC X(09).
001528     05  FILLER              PIC X(02) VALUE SPACES.
001529     05  CN-REASON           PIC X(01).
001530     05  FILLER              PIC X(02) VALUE SPACES.
001531     05  CN-DATE             PIC 9(07).
001532     05  FILLER              PIC X(01) VALUE SPACES.
001533     05  CN-TIME             PIC 9(07).
001534     05  FILLER              PIC X(25) VALUE SPACES.

001535 01  WS-CONN-NONE-LINE.
001536     05  FILLER PIC X(80) VALUE
001537         '  CONQEXT DRAIN NOT AVAILABLE - SECTION NOT CHECKED'.

001538 PROCEDURE DIVISION.

001539 0000-MAINLINE.

001540     PERFORM 8100-WRITE-JRNL-START THRU 8100-EXIT.


001580     PERFORM 3000-PRINT-REPORT THRU 3000-EXIT.

001585     PERFORM 4000-PRINT-CONNECTED THRU 4000-EXIT.

001590     PERFORM 9000-TERMINATE THRU 9000-EXIT.

001600     PERFORM 8200-WRITE-JRNL-END THRU 8200-EXIT.
001890                         IF SQ-REASON = 'C' THEN
001891                             ADD 1 TO WS-PWDCHG-COUNT
001892                         ELSE
001893                             IF SQ-REASON = 'H' THEN
001894                                 ADD 1 TO WS-HOURS-COUNT
001895                             ELSE
001896                                 IF SQ-REASON = 'T' THEN
001897                                     ADD 1 TO WS-TERMNL-COUNT
001898                                 ELSE
001899                                     ADD 1 TO WS-EXPIRED-COUNT
001900                                 END-IF
001901                             END-IF
001902                         END-IF
001903                     END-IF
001904                 END-IF
001905             END-IF
001910         END-IF
001920     END-IF.

002486     MOVE WS-PWDCHG-COUNT TO RS-COUNT.
002488     WRITE REPORT-LINE FROM WS-REASON-LINE.

002489     MOVE 'OUTSIDE HOURS       : ' TO RS-LABEL.
002490     MOVE WS-HOURS-COUNT TO RS-COUNT.
002491     WRITE REPORT-LINE FROM WS-REASON-LINE.

002492     MOVE 'TERMINAL REFUSED    : ' TO RS-LABEL.
002493     MOVE WS-TERMNL-COUNT TO RS-COUNT.
002494     WRITE REPORT-LINE FROM WS-REASON-LINE.

002496     MOVE SPACES TO REPORT-LINE.
002498     WRITE REPORT-LINE.
002500     WRITE REPORT-LINE FROM WS-DETAIL-HEADING.

002510     CLOSE SECQ-FILE.
002800 3200-EXIT.
002810     EXIT.

002811*-----------------------------------------------------------------
002812* 4000-PRINT-CONNECTED - THE CONNECTED-ACCOUNT BLOCKS IN ARRIVAL
002813* ORDER, THEN THEIR COUNTS BY REASON. THE DRAIN IS ITS OWN FILE,
002814* SO A MISSING ONE ONLY BLANKS THIS SECTION
002815*-----------------------------------------------------------------
002816 4000-PRINT-CONNECTED.

002817     MOVE SPACES TO REPORT-LINE.
002818     WRITE REPORT-LINE.
002819     WRITE REPORT-LINE FROM WS-CONN-HEADING.

002820     OPEN INPUT CONQ-FILE.
002821     IF WS-CONQ-STATUS NOT = '00' THEN
002822         DISPLAY 'DCI8BSEC - CONQEXT WILL NOT OPEN, STATUS '
002823             WS-CONQ-STATUS ' - BLOCKS NOT REPORTED'
002824         WRITE REPORT-LINE FROM WS-CONN-NONE-LINE
002825         GO TO 4000-EXIT
002826     END-IF.

002827     WRITE REPORT-LINE FROM WS-CONN-COL-HEADING.

002828     PERFORM 4100-PRINT-ONE-BLOCK THRU 4100-EXIT
002829         UNTIL WS-CONQ-EOF-SW = 'Y'.

002830     CLOSE CONQ-FILE.

002831     MOVE SPACES TO REPORT-LINE.
002832     WRITE REPORT-LINE.
002833     MOVE 'BLOCKS BY REASON' TO REPORT-LINE.
002834     WRITE REPORT-LINE.

002835     MOVE 'OWN ACCOUNT         : ' TO RS-LABEL.
002836     MOVE WS-CONN-OWN-COUNT TO RS-COUNT.
002837     WRITE REPORT-LINE FROM WS-REASON-LINE.

002838     MOVE 'DECLARED CONNECTION : ' TO RS-LABEL.
002839     MOVE WS-CONN-DECL-COUNT TO RS-COUNT.
002840     WRITE REPORT-LINE FROM WS-REASON-LINE.

002841     MOVE 'RELATED PARTY       : ' TO RS-LABEL.
002842     MOVE WS-CONN-RELP-COUNT TO RS-COUNT.
002843     WRITE REPORT-LINE FROM WS-REASON-LINE.

002844 4000-EXIT.
002845     EXIT.

002846 4100-PRINT-ONE-BLOCK.

002847     READ CONQ-FILE
002848         AT END
002849             MOVE 'Y' TO WS-CONQ-EOF-SW
002850             GO TO 4100-EXIT
002851     END-READ.

002852     ADD 1 TO WS-CONQ-READ.

002853     IF CQ-REASON = 'O' THEN
002854         ADD 1 TO WS-CONN-OWN-COUNT
002855     ELSE
002856         IF CQ-REASON = 'D' THEN
002857             ADD 1 TO WS-CONN-DECL-COUNT
002858         ELSE
002859             ADD 1 TO WS-CONN-RELP-COUNT
002860         END-IF
002861     END-IF.

002862     MOVE CQ-TRMID TO CN-TRMID.
002863     MOVE CQ-OPID TO CN-OPID.
002864     MOVE CQ-TRANID TO CN-TRANID.
002865     MOVE CQ-ACTION TO CN-ACTION.
002866     MOVE CQ-ACCTNO TO CN-ACCTNO.
002867     MOVE CQ-REASON TO CN-REASON.
002868     MOVE CQ-DATE TO CN-DATE.
002869     MOVE CQ-TIME TO CN-TIME.
002870     WRITE REPORT-LINE FROM WS-CONN-LINE.

002871 4100-EXIT.
002872     EXIT.

002873 9000-TERMINATE.

002874     DISPLAY 'DCI8BSEC - SECURITY EXCEPTIONS - RUN SUMMARY'.
002875     DISPLAY 'DENIALS READ     : ' WS-READ-COUNT.
002876     DISPLAY 'TERMINALS SEEN   : ' WS-TRM-USED.
002877     IF WS-TRM-OVERFLOW > 0 THEN
002878         DISPLAY 'TERMINAL TABLE OVERFLOW: ' WS-TRM-OVERFLOW
002880     END-IF.
002885     DISPLAY 'CONNECTED BLOCKS : ' WS-CONQ-READ.

002890     CLOSE SECQ-FILE.
002900     CLOSE REPORT-FILE.
002970*-----------------------------------------------------------------
002980 8100-WRITE-JRNL-START.

002981*    A PREDECESSOR NOT YET ENDED CLEAN TODAY (JOBDEPS) STOPS
002982*    THE RUN HERE, BEFORE IT HAS TOUCHED ANYTHING
002983     MOVE 'DCI8BSEC' TO JG-JOBNAME.
002984     CALL 'DCI8BJGT' USING JOBGATE.
002985     IF JG-RC-BLOCKED THEN
002986         MOVE JG-BLOCKED-RC TO RETURN-CODE
002987         STOP RUN
002988     END-IF.

002990     MOVE 'DCI8BSEC' TO JR-JOBNAME.
003000     MOVE 'S' TO JR-ROW-TYPE.
003010     MOVE 0 TO JR-READ-COUNT JR-WRITTEN-COUNT
003080     MOVE 'DCI8BSEC' TO JR-JOBNAME.
003090     MOVE 'E' TO JR-ROW-TYPE.
003100     MOVE WS-READ-COUNT TO JR-READ-COUNT.
003105     ADD WS-CONQ-READ TO JR-READ-COUNT.
003110     MOVE 0 TO JR-WRITTEN-COUNT.
003120     MOVE 0 TO JR-REJECTED-COUNT.
003130     MOVE 'G' TO JR-STATUS.
