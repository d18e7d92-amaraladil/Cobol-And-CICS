000010*****************************************************************
000020* DCI8BWLH - SHARED WORKLIST HISTORY WRITER FOR THE BATCH SUITE
000030*****************************************************************
000040 IDENTIFICATION DIVISION.
000050 PROGRAM-ID. DCI8BWLH.
000060 AUTHOR. AMAR AL-ADIL.
000070 INSTALLATION. DCI DATA CENTER.
000080 DATE-WRITTEN. 27-SEP-2026.
000090 DATE-COMPILED.
000100*****************************************************************
000110* MODIFICATION HISTORY
000120*-----------------------------------------------------------------
000130* DATE       BY   DESCRIPTION
000140* ---------- ---- ------------------------------------------------
000150* 2026-09-27 AA   INITIAL VERSION - ONE WLHIST ROW PER CALL FOR
000160*                 THE BATCH RUNS THAT LOAD, SETTLE, ROUTE OR
000170*                 DROP WORKLIST ITEMS
000180*-----------------------------------------------------------------
000190*****************************************************************
000200* WORKLIST KEEPS ONLY THE LATEST STATE OF AN ITEM, SO EVERY RUN
000210* THAT CHANGES ONE ALSO RECORDS THE CHANGE ON WLHIST. RATHER
000220* THAN CARRY ANOTHER FD IN EACH OF THEM, THE CALLER FILLS THE
000230* WLHIST-REC BLOCK (SEE THE COPYBOOK) AND CALLS THIS PROGRAM,
000240* THE DCI8BDAT PATTERN. WLHIST IS OPENED ON THE FIRST CALL AND
000250* LEFT OPEN FOR THE REST OF THE RUN. A ZERO WH-DATE IS STAMPED
000260* WITH TODAY AND A ZERO WH-TIME WITH THE TIME NOW; A DUPLICATE
000270* KEY TAKES THE NEXT WH-SEQNO. HISTORY NEVER STOPS THE CALLER -
000280* A FILE THAT WILL NOT OPEN OR A ROW THAT WILL NOT WRITE IS
000290* REPORTED ON THE JOB LOG AND THE RUN CARRIES ON
000300*****************************************************************

000310 ENVIRONMENT DIVISION.
000320 CONFIGURATION SECTION.
000330 SOURCE-COMPUTER. IBM-370.
000340 OBJECT-COMPUTER. IBM-370.

000350 INPUT-OUTPUT SECTION.
000360 FILE-CONTROL.

000370     SELECT WLHIST-FILE ASSIGN TO WLHIST
000380         ORGANIZATION IS INDEXED
000390         ACCESS MODE IS RANDOM
000400         RECORD KEY IS WF-KEY
000410         FILE STATUS IS WS-WLHIST-STATUS.

000420 DATA DIVISION.
000430 FILE SECTION.

000440*-----------------------------------------------------------------
000450* WLHIST - THE WORKLIST DISPOSITION HISTORY, WRITE ONLY HERE
000460*-----------------------------------------------------------------
000470 FD  WLHIST-FILE
000480     LABEL RECORDS ARE STANDARD.
000490 01  WLHIST-FILE-REC.
000500     05  WF-KEY                  PIC X(19).
000510     05  FILLER                  PIC X(35).

000520 WORKING-STORAGE SECTION.

000530 COPY 'WLHIST'.

000540 77  WS-WLHIST-STATUS        PIC X(02) VALUE SPACES.
000550     88  WS-WLHIST-DUPKEY           VALUE '22'.
000560 77  WS-WLHIST-OPEN-SW       PIC X(01) VALUE 'N'.
000570     88  WS-WLHIST-OPEN             VALUE 'Y'.
000580 77  WS-WLHIST-AVAIL-SW      PIC X(01) VALUE 'N'.
000590     88  WS-WLHIST-AVAIL            VALUE 'Y'.
000600 77  WS-WRITTEN-SW           PIC X(01) VALUE 'N'.
000610     88  WS-WRITTEN                 VALUE 'Y'.
000620 77  WS-TRIES                PIC S9(04) COMP VALUE 0.
000630 77  WS-TODAY-RAW            PIC 9(07) VALUE 0.
000640 77  WS-TIME-RAW             PIC 9(08) VALUE 0.

000650 LINKAGE SECTION.

000660*-----------------------------------------------------------------
000670* THE CALLER'S WLHIST-REC BLOCK - SEE THE WLHIST COPYBOOK
000680*-----------------------------------------------------------------
000690 01  LK-WLHIST-REC           PIC X(54).

000700 PROCEDURE DIVISION USING LK-WLHIST-REC.

000710 0000-MAINLINE.

000720     PERFORM 7000-OPEN-WLHIST THRU 7000-EXIT.

000730     IF WS-WLHIST-AVAIL THEN
000740         MOVE LK-WLHIST-REC TO WLHIST-REC
000750         PERFORM 1000-STAMP THRU 1000-EXIT
000760         PERFORM 2000-WRITE-HISTORY THRU 2000-EXIT
000770         MOVE WLHIST-REC TO LK-WLHIST-REC
000780     END-IF.

000790     GOBACK.

000800 1000-STAMP.

000810     IF WH-DATE = 0 THEN
000820         ACCEPT WS-TODAY-RAW FROM DAY YYYYDDD
000830         MOVE WS-TODAY-RAW TO WH-DATE
000840     END-IF.

000850     IF WH-TIME = 0 THEN
000860         ACCEPT WS-TIME-RAW FROM TIME
000870         DIVIDE WS-TIME-RAW BY 100 GIVING WH-TIME
000880     END-IF.

000890     MOVE 0 TO WH-SEQNO.

000900 1000-EXIT.
000910     EXIT.

000920*-----------------------------------------------------------------
000930* 2000-WRITE-HISTORY - A DUPLICATE KEY (TWO EVENTS ON THE ITEM
000940* IN THE SAME SECOND) TRIES THE NEXT SEQUENCE NUMBER
000950*-----------------------------------------------------------------
000960 2000-WRITE-HISTORY.

000970     MOVE 'N' TO WS-WRITTEN-SW.
000980     MOVE 0 TO WS-TRIES.

000990     PERFORM 2100-TRY-WRITE THRU 2100-EXIT
001000         UNTIL WS-WRITTEN OR WS-TRIES > 99.

001010     IF NOT WS-WRITTEN THEN
001020         DISPLAY 'DCI8BWLH - WLHIST WRITE FAILED FOR ' WH-ACCTNO
001030             ' STATUS ' WS-WLHIST-STATUS
001040     END-IF.

001050 2000-EXIT.
001060     EXIT.

001070 2100-TRY-WRITE.

001080     ADD 1 TO WS-TRIES.
001090     WRITE WLHIST-FILE-REC FROM WLHIST-REC.

001100     IF WS-WLHIST-STATUS = '00' THEN
001110         MOVE 'Y' TO WS-WRITTEN-SW
001120         GO TO 2100-EXIT
001130     END-IF.

001140     IF WS-WLHIST-DUPKEY THEN
001150         ADD 1 TO WH-SEQNO
001160     ELSE
001170         MOVE 100 TO WS-TRIES
001180     END-IF.

001190 2100-EXIT.
001200     EXIT.

001210 7000-OPEN-WLHIST.

001220     IF WS-WLHIST-OPEN THEN
001230         GO TO 7000-EXIT
001240     END-IF.

001250     MOVE 'Y' TO WS-WLHIST-OPEN-SW.
001260     OPEN I-O WLHIST-FILE.

001270     IF WS-WLHIST-STATUS = '00' THEN
001280         MOVE 'Y' TO WS-WLHIST-AVAIL-SW
001290     ELSE
001300         DISPLAY 'DCI8BWLH - WLHIST NOT OPENED, STATUS '
001310             WS-WLHIST-STATUS ' - NO HISTORY THIS RUN'
001320     END-IF.

001330 7000-EXIT.
001340     EXIT.

001350 END PROGRAM DCI8BWLH.
