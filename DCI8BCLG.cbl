000010*****************************************************************
000020* DCI8BCLG - SHARED CORRESPONDENCE LOG WRITER FOR THE PRINT RUNS
000030*****************************************************************
000040 IDENTIFICATION DIVISION.
000050 PROGRAM-ID. DCI8BCLG.
000060 AUTHOR. AMAR AL-ADIL.
000070 INSTALLATION. DCI DATA CENTER.
000080 DATE-WRITTEN. 15-OCT-2026.
000090 DATE-COMPILED.
000100*****************************************************************
000110* MODIFICATION HISTORY
000120*-----------------------------------------------------------------
000130* DATE       BY   DESCRIPTION
000140* ---------- ---- ------------------------------------------------
000150* 2026-10-15 AA   INITIAL VERSION - ONE CORRLOG ROW PER CALL FOR
000160*                 EVERY LETTER OR STATEMENT A PRINT RUN SENDS
000170*                 OR HOLDS BACK
000175* 2026-10-15 AA   CORRLOG ROW WIDENED TO 160 FOR THE LETTER
000176*                 TEMPLATE ID AND VERSION
000180*-----------------------------------------------------------------
000190*****************************************************************
000200* EVERY STATEMENT AND LETTER RUN RECORDS WHAT IT SENT, OR HELD
000210* BACK, ON THE COMMON CORRLOG FILE. RATHER THAN CARRY ANOTHER
000220* FD IN EACH OF THEM, THE CALLER FILLS THE CORRLOG-REC BLOCK
000230* (SEE THE COPYBOOK) AND CALLS THIS PROGRAM, THE DCI8BWLH
000240* PATTERN. CORRLOG IS OPENED ON THE FIRST CALL AND LEFT OPEN
000250* FOR THE REST OF THE RUN. A ZERO CL-RUN-DATE IS STAMPED WITH
000260* TODAY AND A ZERO CL-RUN-TIME WITH THE TIME NOW; A DUPLICATE
000270* KEY TAKES THE NEXT CL-SEQNO. THE LOG NEVER STOPS THE CALLER -
000280* A FILE THAT WILL NOT OPEN OR A ROW THAT WILL NOT WRITE IS
000290* REPORTED ON THE JOB LOG AND THE RUN CARRIES ON
000300*****************************************************************

000310 ENVIRONMENT DIVISION.
000320 CONFIGURATION SECTION.
000330 SOURCE-COMPUTER. IBM-370.
000340 OBJECT-COMPUTER. IBM-370.

000350 INPUT-OUTPUT SECTION.
000360 FILE-CONTROL.

000370     SELECT CORRLOG-FILE ASSIGN TO CORRLOG
000380         ORGANIZATION IS INDEXED
000390         ACCESS MODE IS RANDOM
000400         RECORD KEY IS CF-KEY
000410         FILE STATUS IS WS-CORRLOG-STATUS.

000420 DATA DIVISION.
000430 FILE SECTION.

000440*-----------------------------------------------------------------
000450* CORRLOG - THE CORRESPONDENCE LOG, WRITE ONLY HERE
000460*-----------------------------------------------------------------
000470 FD  CORRLOG-FILE
000480     LABEL RECORDS ARE STANDARD.
000490 01  CORRLOG-FILE-REC.
000500     05  CF-KEY                  PIC X(19).
000510     05  FILLER                  PIC X(141).

000520 WORKING-STORAGE SECTION.

000530 COPY 'CORRLOG'.

000540 77  WS-CORRLOG-STATUS       PIC X(02) VALUE SPACES.
000550     88  WS-CORRLOG-DUPKEY          VALUE '22'.
000560 77  WS-CORRLOG-OPEN-SW      PIC X(01) VALUE 'N'.
000570     88  WS-CORRLOG-OPEN            VALUE 'Y'.
000580 77  WS-CORRLOG-AVAIL-SW     PIC X(01) VALUE 'N'.
000590     88  WS-CORRLOG-AVAIL           VALUE 'Y'.
000600 77  WS-WRITTEN-SW           PIC X(01) VALUE 'N'.
000610     88  WS-WRITTEN                 VALUE 'Y'.
000620 77  WS-TRIES                PIC S9(04) COMP VALUE 0.
000630 77  WS-TODAY-RAW            PIC 9(07) VALUE 0.
000640 77  WS-TIME-RAW             PIC 9(08) VALUE 0.

000650 LINKAGE SECTION.

000660*-----------------------------------------------------------------
000670* THE CALLER'S CORRLOG-REC BLOCK - SEE THE CORRLOG COPYBOOK
000680*-----------------------------------------------------------------
000690 01  LK-CORRLOG-REC          PIC X(160).

000700 PROCEDURE DIVISION USING LK-CORRLOG-REC.

000710 0000-MAINLINE.

000720     PERFORM 7000-OPEN-CORRLOG THRU 7000-EXIT.

000730     IF WS-CORRLOG-AVAIL THEN
000740         MOVE LK-CORRLOG-REC TO CORRLOG-REC
000750         PERFORM 1000-STAMP THRU 1000-EXIT
000760         PERFORM 2000-WRITE-LOG THRU 2000-EXIT
000770         MOVE CORRLOG-REC TO LK-CORRLOG-REC
000780     END-IF.

000790     GOBACK.

000800 1000-STAMP.

000810     IF CL-RUN-DATE = 0 THEN
000820         ACCEPT WS-TODAY-RAW FROM DAY YYYYDDD
000830         MOVE WS-TODAY-RAW TO CL-RUN-DATE
000840     END-IF.

000850     IF CL-RUN-TIME = 0 THEN
000860         ACCEPT WS-TIME-RAW FROM TIME
000870         DIVIDE WS-TIME-RAW BY 100 GIVING CL-RUN-TIME
000880     END-IF.

000890     MOVE 0 TO CL-SEQNO.

000900 1000-EXIT.
000910     EXIT.

000920*-----------------------------------------------------------------
000930* 2000-WRITE-LOG - A DUPLICATE KEY (TWO DOCUMENTS FOR THE
000940* ACCOUNT IN THE SAME SECOND) TRIES THE NEXT SEQUENCE NUMBER
000950*-----------------------------------------------------------------
000960 2000-WRITE-LOG.

000970     MOVE 'N' TO WS-WRITTEN-SW.
000980     MOVE 0 TO WS-TRIES.

000990     PERFORM 2100-TRY-WRITE THRU 2100-EXIT
001000         UNTIL WS-WRITTEN OR WS-TRIES > 99.

001010     IF NOT WS-WRITTEN THEN
001020         DISPLAY 'DCI8BCLG - CORRLOG WRITE FAILED FOR ' CL-ACCTNO
001030             ' STATUS ' WS-CORRLOG-STATUS
001040     END-IF.

001050 2000-EXIT.
001060     EXIT.

001070 2100-TRY-WRITE.

001080     ADD 1 TO WS-TRIES.
001090     WRITE CORRLOG-FILE-REC FROM CORRLOG-REC.

001100     IF WS-CORRLOG-STATUS = '00' THEN
001110         MOVE 'Y' TO WS-WRITTEN-SW
001120         GO TO 2100-EXIT
001130     END-IF.

001140     IF WS-CORRLOG-DUPKEY THEN
001150         ADD 1 TO CL-SEQNO
001160     ELSE
001170         MOVE 100 TO WS-TRIES
001180     END-IF.

001190 2100-EXIT.
001200     EXIT.

001210 7000-OPEN-CORRLOG.

001220     IF WS-CORRLOG-OPEN THEN
001230         GO TO 7000-EXIT
001240     END-IF.

001250     MOVE 'Y' TO WS-CORRLOG-OPEN-SW.
001260     OPEN I-O CORRLOG-FILE.

001270     IF WS-CORRLOG-STATUS = '00' THEN
001280         MOVE 'Y' TO WS-CORRLOG-AVAIL-SW
001290     ELSE
001300         DISPLAY 'DCI8BCLG - CORRLOG NOT OPENED, STATUS '
001310             WS-CORRLOG-STATUS ' - NO LOG THIS RUN'
001320     END-IF.

001330 7000-EXIT.
001340     EXIT.

001350 END PROGRAM DCI8BCLG.
