      * PAGE. OPERTAB CREDENTIAL CHECK AND WSLG JOURNALLING AS IN
      * EVERY OTHER SERVICE, SO THE BRANCH FRONT END CAN STOP
      * SCREEN-SCRAPING THE GREEN SCREENS FOR BALANCES
      * EACH ROW ALSO CARRIES ITS TXNNARR NARRATIVE - MERCHANT OR
      * PAYEE, CATEGORY AND ORIGINATOR REFERENCE - SPACES WHEN THE
      * ROW HAS NONE
      *****************************************************************

       ENVIRONMENT DIVISION.
      * COPY MONETARY TRANSACTION RECORD LAYOUT
       COPY 'ACCTTXN'.

      * COPY TRANSACTION NARRATIVE SATELLITE LAYOUT
       COPY 'TXNNARR'.

      * COPY OPERATOR AUTHORIZATION RECORD LAYOUT - THE CALLER
      * CREDENTIAL IN EVERY REQUEST IS VERIFIED AGAINST OPERTAB
       COPY 'OPERREC'.
                   15 RESP-TX-TYPE      PIC X(1).
                   15 RESP-TX-AMOUNT    PIC X(13).
                   15 RESP-TX-BALANCE   PIC X(14).
           15 RESP-TX-MERCHANT  PIC X(30).
           15 RESP-TX-CATEGORY  PIC X(4).
           15 RESP-TX-ORIGREF   PIC X(16).

       77 WS-COUNT              PIC 9(2) VALUE 0.
       77 WS-EOF                PIC X VALUE 'N'.

       LINKAGE SECTION.

       01 DFHCOMMAREA PIC X(965).

       PROCEDURE DIVISION.

           MOVE WS-RUN-BAL TO WS-BAL-DISP.
           MOVE WS-BAL-DISP TO RESP-TX-BALANCE(WS-COUNT).

           MOVE SPACES TO RESP-TX-MERCHANT(WS-COUNT)
                          RESP-TX-CATEGORY(WS-COUNT)
                          RESP-TX-ORIGREF(WS-COUNT).
           MOVE TX-KEY TO NR-KEY.

           EXEC CICS READ
                FILE('TXNNARR')
                INTO(TXNNARR-REC)
                LENGTH(TXNNARR-LEN)
                RIDFLD(NR-KEY)
                RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP = DFHRESP(NORMAL) THEN
                MOVE NR-MERCHANT TO RESP-TX-MERCHANT(WS-COUNT)
                MOVE NR-CATEGORY TO RESP-TX-CATEGORY(WS-COUNT)
                MOVE NR-ORIG-REF TO RESP-TX-ORIGREF(WS-COUNT)
           END-IF.

           MOVE TX-DATE TO RESP-NEXT-DATE.
           MOVE TX-SEQNO TO RESP-NEXT-SEQ.

