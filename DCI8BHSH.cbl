000010*****************************************************************
000020* DCI8BHSH - HASH OF ONE ACCTHIST/ACCTTXN ROW FOR ITS CHAIN
000030*****************************************************************
000040 IDENTIFICATION DIVISION.
000050 PROGRAM-ID. DCI8BHSH.
000060 AUTHOR. AMAR AL-ADIL.
000070 INSTALLATION. DCI DATA CENTER.
000080 DATE-WRITTEN. 08-OCT-2026.
000090 DATE-COMPILED.
000100*****************************************************************
000110* MODIFICATION HISTORY
000120*-----------------------------------------------------------------
000130* DATE       BY   DESCRIPTION
000140* ---------- ---- ------------------------------------------------
000150* 2026-10-08 AA   INITIAL VERSION - THE ONE HASH EVERY PROGRAM
000160*                 SEALING OR PROVING AN ACCTHIST/ACCTTXN CHAIN
000170*                 USES, BATCH AND ONLINE ALIKE
000180*-----------------------------------------------------------------
000190*****************************************************************
000200* CALLED USING THE CHAINPRM BLOCK WITH THE ROW IN CP-ROW, ITS
000210* CHAIN POSITION IN CP-CHAIN-NO AND THE PREVIOUS ROW'S HASH IN
000220* CP-PREV-HASH; ANSWERS THE ROW'S OWN HASH IN CP-HASH. NO FILES,
000230* SO DCI8DPHM CALLS IT FROM CICS JUST AS DCI8BHCN, DCI8BRET AND
000240* DCI8BCHV DO IN BATCH.
000250*
000260* TWO RUNNING REMAINDERS ARE STARTED FROM THE PREVIOUS HASH AND
000270* THE POSITION, THEN EVERY BYTE OF THE ROW IS FOLDED INTO EACH
000280* (TIMES A SMALL MULTIPLIER, PLUS THE BYTE, MODULO A LARGE
000290* PRIME) - THE SECOND ALSO TAKES THE BYTE'S OFFSET, SO TWO
000300* BYTES SWAPPED STILL SHOW. THE HASH IS THE FIRST REMAINDER
000310* TIMES 10**9 PLUS THE SECOND. ONE BYTE CHANGED ANYWHERE, OR A
000320* ROW MOVED TO ANOTHER POSITION OR BEHIND ANOTHER ROW, GIVES A
000330* DIFFERENT ANSWER. THE BYTES HASHED ARE THE WHOLE RECORD BUT
000340* ITS OWN CHAIN FIELDS - AND FOR ACCTHIST ALSO BUT AH-SEQNO
000350* (BYTES 10-11), WHICH DCI8BHAR RENUMBERS.
000360*
000370* CHANGE NOTHING HERE WITHOUT RE-SEALING EVERY CHAIN ON FILE -
000380* EVERY ROW ALREADY SEALED WOULD FAIL THE NEXT DCI8BCHV
000390*****************************************************************

000400 ENVIRONMENT DIVISION.
000410 CONFIGURATION SECTION.
000420 SOURCE-COMPUTER. IBM-370.
000430 OBJECT-COMPUTER. IBM-370.

000440 DATA DIVISION.
000450 WORKING-STORAGE SECTION.

000460*-----------------------------------------------------------------
000470* THE TWO RUNNING REMAINDERS AND THEIR MODULI
000480*-----------------------------------------------------------------
000490 77  HS-SUM-A                PIC S9(18) COMP VALUE 0.
000500 77  HS-SUM-B                PIC S9(18) COMP VALUE 0.
000510 77  HS-WORK                 PIC S9(18) COMP VALUE 0.
000520 77  HS-QUOT                 PIC S9(18) COMP VALUE 0.
000530 77  HS-PRIME-A              PIC S9(18) COMP VALUE +999999937.
000540 77  HS-PRIME-B              PIC S9(18) COMP VALUE +999999929.
000550 77  HS-PREV-HIGH            PIC S9(18) COMP VALUE 0.
000560 77  HS-PREV-LOW             PIC S9(18) COMP VALUE 0.

000570*-----------------------------------------------------------------
000580* THE BYTES OF THE ROW TO TAKE - ACCTHIST 1-202 LESS 10-11,
000590* ACCTTXN 1-39
000600*-----------------------------------------------------------------
000610 77  HS-POS                  PIC S9(04) COMP VALUE 0.
000620 77  HS-ROW-LEN              PIC S9(04) COMP VALUE 0.

000630*-----------------------------------------------------------------
000640* ONE BYTE OF THE ROW DROPPED INTO THE LOW HALF OF A HALFWORD
000650* READS BACK AS ITS VALUE, 0 TO 255
000660*-----------------------------------------------------------------
000670 01  HS-BYTE-WORK.
000680     05  HS-BYTE-VALUE       PIC 9(04) COMP.
000690 01  HS-BYTE-CHARS REDEFINES HS-BYTE-WORK.
000700     05  HS-BYTE-HIGH        PIC X(01).
000710     05  HS-BYTE-LOW         PIC X(01).

000720 LINKAGE SECTION.

000730 COPY 'CHAINPRM'.

000740 PROCEDURE DIVISION USING CHAINPRM.

000750 0000-MAINLINE.

000760     MOVE 'G' TO CP-RETURN-CODE.

000770     IF CP-FILE-HIST THEN
000780         MOVE 202 TO HS-ROW-LEN
000790     ELSE IF CP-FILE-TXN THEN
000800         MOVE 39 TO HS-ROW-LEN
000810     ELSE
000820         MOVE 'E' TO CP-RETURN-CODE
000830         MOVE 0 TO CP-HASH
000840         GOBACK
000850     END-IF
000860     END-IF.

000870*    THE STARTING POINT IS THE PREVIOUS HASH, SPLIT IN TWO, AND
000880*    THE ROW'S OWN POSITION
000890     DIVIDE CP-PREV-HASH BY 1000000000
000900         GIVING HS-PREV-HIGH REMAINDER HS-PREV-LOW.

000910     COMPUTE HS-WORK = HS-PREV-HIGH + CP-CHAIN-NO.
000920     DIVIDE HS-WORK BY HS-PRIME-A
000930         GIVING HS-QUOT REMAINDER HS-SUM-A.

000940     COMPUTE HS-WORK = HS-PREV-LOW + (CP-CHAIN-NO * 7).
000950     DIVIDE HS-WORK BY HS-PRIME-B
000960         GIVING HS-QUOT REMAINDER HS-SUM-B.

000970     PERFORM 1000-FOLD-ONE-BYTE THRU 1000-EXIT
000980         VARYING HS-POS FROM 1 BY 1
000990         UNTIL HS-POS > HS-ROW-LEN.

001000*    ONE LAST TURN MIXES THE SECOND REMAINDER INTO THE FIRST
001010     COMPUTE HS-WORK = (HS-SUM-A * 257) + HS-SUM-B.
001020     DIVIDE HS-WORK BY HS-PRIME-A
001030         GIVING HS-QUOT REMAINDER HS-SUM-A.

001040     COMPUTE CP-HASH = (HS-SUM-A * 1000000000) + HS-SUM-B.

001050     GOBACK.

001060*-----------------------------------------------------------------
001070* 1000-FOLD-ONE-BYTE - BYTE HS-POS OF THE ROW INTO BOTH SUMS
001080*-----------------------------------------------------------------
001090 1000-FOLD-ONE-BYTE.

001100     IF CP-FILE-HIST AND (HS-POS = 10 OR HS-POS = 11) THEN
001110         GO TO 1000-EXIT
001120     END-IF.

001130     MOVE LOW-VALUE TO HS-BYTE-HIGH.
001140     MOVE CP-ROW(HS-POS:1) TO HS-BYTE-LOW.

001150     COMPUTE HS-WORK = (HS-SUM-A * 257) + HS-BYTE-VALUE + 1.
001160     DIVIDE HS-WORK BY HS-PRIME-A
001170         GIVING HS-QUOT REMAINDER HS-SUM-A.

001180     COMPUTE HS-WORK = (HS-SUM-B * 263) + HS-BYTE-VALUE + HS-POS.
001190     DIVIDE HS-WORK BY HS-PRIME-B
001200         GIVING HS-QUOT REMAINDER HS-SUM-B.

001210 1000-EXIT.
001220     EXIT.

001230 END PROGRAM DCI8BHSH.
