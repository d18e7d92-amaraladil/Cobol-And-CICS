000010*****************************************************************
000020* DCI8BHCN - BATCH HASH CHAIN SERVICE FOR ACCTHIST AND ACCTTXN
000030*****************************************************************
000040 IDENTIFICATION DIVISION.
000050 PROGRAM-ID. DCI8BHCN.
000060 AUTHOR. AMAR AL-ADIL.
000070 INSTALLATION. DCI DATA CENTER.
000080 DATE-WRITTEN. 08-OCT-2026.
000090 DATE-COMPILED.
000100*****************************************************************
000110* MODIFICATION HISTORY
000120*-----------------------------------------------------------------
000130* DATE       BY   DESCRIPTION
000140* ---------- ---- ------------------------------------------------
000150* 2026-10-08 AA   INITIAL VERSION - KEEPS THE HASHCHN CHAIN
000160*                 HEADS FOR EVERY BATCH JOB THAT WRITES, ARCHIVES
000170*                 OR ERASES ACCTHIST AND ACCTTXN ROWS
000180*-----------------------------------------------------------------
000190*****************************************************************
000200* CALLED USING THE CHAINPRM BLOCK (SEE THE COPYBOOK FOR THE
000210* FUNCTION CODES), THE DCI8BDAT PATTERN. HASHCHN IS OPENED I-O
000220* ON THE FIRST CALL AND LEFT OPEN FOR THE REST OF THE RUN.
000230*   'S' - THE CALLER HAS JUST WRITTEN THE ROW IN CP-ROW. ITS
000240*         ACCOUNT'S HEAD IS READ (OR STARTED AT ZERO), THE ROW
000250*         TAKES THE NEXT POSITION, DCI8BHSH HASHES IT BEHIND THE
000260*         HEAD'S HASH, AND THE HEAD MOVES ON. THE CALLER MOVES
000270*         CP-CHAIN-NO/CP-PREV-HASH/CP-HASH INTO THE ROW AND
000280*         REWRITES IT
000290*   'A' - AN ARCHIVE RUN HAS TAKEN THE ACCOUNT'S SEALED ROWS UP
000300*         TO POSITION CP-CHAIN-NO, HASH CP-HASH. KEPT ON THE
000310*         HEAD WHEN HIGHER THAN WHAT IS THERE
000320*   'R' - CP-JOBNAME HAS RE-WORKED THE CHAIN; CP-CHAIN-NO AND
000330*         CP-HASH ARE ITS NEWEST ROW NOW. TAKEN AS THE HEAD'S
000340*         LAST HASH ONLY WHEN THE POSITION IS THE HEAD'S OWN
000350* HASHCHN NOT THERE AT ALL ANSWERS 'E' AND LEAVES THE ROW
000360* UNSEALED (POSITION ZERO) - DCI8BCHV THEN REPORTS IT
000370*****************************************************************

000380 ENVIRONMENT DIVISION.
000390 CONFIGURATION SECTION.
000400 SOURCE-COMPUTER. IBM-370.
000410 OBJECT-COMPUTER. IBM-370.

000420 INPUT-OUTPUT SECTION.
000430 FILE-CONTROL.

000440     SELECT HASHCHN-FILE ASSIGN TO HASHCHN
000450         ORGANIZATION IS INDEXED
000460         ACCESS MODE IS RANDOM
000470         RECORD KEY IS HC-KEY
000480         FILE STATUS IS WS-HASHCHN-STATUS.

000490 DATA DIVISION.
000500 FILE SECTION.

000510*-----------------------------------------------------------------
000520* HASHCHN - ONE CHAIN HEAD PER ACCOUNT AND FILE
000530*-----------------------------------------------------------------
000540 FD  HASHCHN-FILE
000550     LABEL RECORDS ARE STANDARD.
000560 01  HASHCHN-REC.
000570     05  HC-KEY.
000580         10  HC-ACCTNO           PIC X(09).
000590         10  HC-FILE             PIC X(01).
000600     05  HC-LAST-NO              PIC 9(09) COMP.
000610     05  HC-LAST-HASH            PIC 9(18) COMP.
000620     05  HC-LAST-DATE            PIC S9(7) COMP-3.
000630     05  HC-ARCH-NO              PIC 9(09) COMP.
000640     05  HC-ARCH-HASH            PIC 9(18) COMP.
000650     05  HC-ARCH-DATE            PIC S9(7) COMP-3.
000660     05  HC-RESEAL-DATE          PIC S9(7) COMP-3.
000670     05  HC-RESEAL-JOB           PIC X(08).

000680 WORKING-STORAGE SECTION.
000690 77  WS-HASHCHN-STATUS       PIC X(02) VALUE SPACES.
000700 77  WS-HASHCHN-OPEN-SW      PIC X(01) VALUE 'N'.
000710     88  WS-HASHCHN-OPEN             VALUE 'Y'.
000720 77  WS-HASHCHN-AVAIL-SW     PIC X(01) VALUE 'N'.
000730     88  WS-HASHCHN-AVAIL            VALUE 'Y'.
000740 77  WS-HEAD-FOUND-SW        PIC X(01) VALUE 'N'.
000750     88  WS-HEAD-FOUND               VALUE 'Y'.
000760 77  WS-TODAY-RAW            PIC 9(07) VALUE 0.

000770 LINKAGE SECTION.

000780 COPY 'CHAINPRM'.

000790 PROCEDURE DIVISION USING CHAINPRM.

000800 0000-MAINLINE.

000810     MOVE 'G' TO CP-RETURN-CODE.

000820     IF NOT WS-HASHCHN-OPEN THEN
000830         PERFORM 1000-OPEN-HASHCHN THRU 1000-EXIT
000840     END-IF.

000850     IF NOT WS-HASHCHN-AVAIL THEN
000860         MOVE 'E' TO CP-RETURN-CODE
000870         MOVE 0 TO CP-CHAIN-NO CP-PREV-HASH CP-HASH
000880         GOBACK
000890     END-IF.

000900     ACCEPT WS-TODAY-RAW FROM DAY YYYYDDD.

000910     PERFORM 2000-READ-HEAD THRU 2000-EXIT.

000920     IF CP-FUNC-SEAL THEN
000930         PERFORM 3000-SEAL-ROW THRU 3000-EXIT
000940     ELSE IF CP-FUNC-ARCHIVED THEN
000950         PERFORM 4000-MARK-ARCHIVED THRU 4000-EXIT
000960     ELSE IF CP-FUNC-RESEALED THEN
000970         PERFORM 5000-MARK-RESEALED THRU 5000-EXIT
000980     ELSE
000990         MOVE 'E' TO CP-RETURN-CODE
001000     END-IF
001010     END-IF
001020     END-IF.

001030     GOBACK.

001040*-----------------------------------------------------------------
001050* 1000-OPEN-HASHCHN - ONCE PER RUN
001060*-----------------------------------------------------------------
001070 1000-OPEN-HASHCHN.

001080     MOVE 'Y' TO WS-HASHCHN-OPEN-SW.

001090     OPEN I-O HASHCHN-FILE.
001100     IF WS-HASHCHN-STATUS = '00' THEN
001110         MOVE 'Y' TO WS-HASHCHN-AVAIL-SW
001120     ELSE
001130         DISPLAY 'DCI8BHCN - HASHCHN WILL NOT OPEN, STATUS '
001140             WS-HASHCHN-STATUS ' - ROWS LEFT UNSEALED'
001150     END-IF.

001160 1000-EXIT.
001170     EXIT.

001180*-----------------------------------------------------------------
001190* 2000-READ-HEAD - THE ACCOUNT'S HEAD, OR A FRESH ONE AT ZERO
001200*-----------------------------------------------------------------
001210 2000-READ-HEAD.

001220     MOVE CP-ROW(1:9) TO HC-ACCTNO.
001230     MOVE CP-FILE TO HC-FILE.
001240     MOVE 'Y' TO WS-HEAD-FOUND-SW.

001250     READ HASHCHN-FILE
001260         INVALID KEY
001270             MOVE 'N' TO WS-HEAD-FOUND-SW
001280     END-READ.

001290     IF NOT WS-HEAD-FOUND THEN
001300         MOVE CP-ROW(1:9) TO HC-ACCTNO
001310         MOVE CP-FILE TO HC-FILE
001320         MOVE 0 TO HC-LAST-NO HC-LAST-HASH HC-LAST-DATE
001330         MOVE 0 TO HC-ARCH-NO HC-ARCH-HASH HC-ARCH-DATE
001340         MOVE 0 TO HC-RESEAL-DATE
001350         MOVE SPACES TO HC-RESEAL-JOB
001360     END-IF.

001370 2000-EXIT.
001380     EXIT.

001390*-----------------------------------------------------------------
001400* 3000-SEAL-ROW - THE NEW ROW TAKES THE NEXT POSITION BEHIND
001410* THE HEAD, AND THE HEAD MOVES ON TO IT
001420*-----------------------------------------------------------------
001430 3000-SEAL-ROW.

001440     COMPUTE CP-CHAIN-NO = HC-LAST-NO + 1.
001450     MOVE HC-LAST-HASH TO CP-PREV-HASH.
001460     CALL 'DCI8BHSH' USING CHAINPRM.

001470     MOVE CP-CHAIN-NO TO HC-LAST-NO.
001480     MOVE CP-HASH TO HC-LAST-HASH.
001490     MOVE WS-TODAY-RAW TO HC-LAST-DATE.

001500     PERFORM 6000-PUT-HEAD THRU 6000-EXIT.

001510 3000-EXIT.
001520     EXIT.

001530*-----------------------------------------------------------------
001540* 4000-MARK-ARCHIVED - A HIGHER ARCHIVED POSITION ONLY, SO A
001550* RERUN THAT FINDS LESS TO ARCHIVE NEVER WINDS IT BACK
001560*-----------------------------------------------------------------
001570 4000-MARK-ARCHIVED.

001580     IF CP-CHAIN-NO NOT > HC-ARCH-NO THEN
001590         GO TO 4000-EXIT
001600     END-IF.

001610     MOVE CP-CHAIN-NO TO HC-ARCH-NO.
001620     MOVE CP-HASH TO HC-ARCH-HASH.
001630     MOVE WS-TODAY-RAW TO HC-ARCH-DATE.

001640     PERFORM 6000-PUT-HEAD THRU 6000-EXIT.

001650 4000-EXIT.
001660     EXIT.

001670*-----------------------------------------------------------------
001680* 5000-MARK-RESEALED - THE RE-WORKED NEWEST ROW'S HASH
001690*-----------------------------------------------------------------
001700 5000-MARK-RESEALED.

001710     IF NOT WS-HEAD-FOUND OR CP-CHAIN-NO NOT = HC-LAST-NO THEN
001720         MOVE 'E' TO CP-RETURN-CODE
001730         GO TO 5000-EXIT
001740     END-IF.

001750     MOVE CP-HASH TO HC-LAST-HASH.
001760     MOVE WS-TODAY-RAW TO HC-RESEAL-DATE.
001770     MOVE CP-JOBNAME TO HC-RESEAL-JOB.

001780     PERFORM 6000-PUT-HEAD THRU 6000-EXIT.

001790 5000-EXIT.
001800     EXIT.

001810 6000-PUT-HEAD.

001820     IF WS-HEAD-FOUND THEN
001830         REWRITE HASHCHN-REC
001840     ELSE
001850         WRITE HASHCHN-REC
001860     END-IF.

001870     IF WS-HASHCHN-STATUS NOT = '00' THEN
001880         DISPLAY 'DCI8BHCN - HASHCHN UPDATE FAILED FOR '
001890             HC-ACCTNO ' ' HC-FILE ', STATUS ' WS-HASHCHN-STATUS
001900         MOVE 'E' TO CP-RETURN-CODE
001910     END-IF.

001920 6000-EXIT.
001930     EXIT.

001940 END PROGRAM DCI8BHCN.
