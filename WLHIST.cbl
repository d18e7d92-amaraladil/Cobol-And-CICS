      * WLHIST RECORD LAYOUT - WORKLIST DISPOSITION HISTORY. WORKLIST
      * HOLDS ONE ROW PER ACCOUNT, SO EACH DISPOSITION OVERWRITES THE
      * LAST; EVERY CHANGE TO A WORK ITEM IS ALSO WRITTEN HERE WITH
      * THE WHO/WHEN STAMP AND THE ITEM AS IT STOOD AFTERWARDS, AND
      * NOTHING IS EVER REWRITTEN OR DELETED. THE ONLINE SCREENS
      * (DCI8DPGT, DCI8DPHK) WRITE THEIR OWN ROWS; THE BATCH RUNS SET
      * THE FIELDS AND CALL 'DCI8BWLH' USING WLHIST-REC, WHICH STAMPS
      * A ZERO WH-DATE/WH-TIME WITH THE RUN CLOCK. DCI8BCPR BUILDS
      * THE MONTHLY COLLECTOR PERFORMANCE REPORT FROM THESE ROWS.
      * WH-DATE IS YYYYDDD (ONLINE: EIBDATE + 1900000), WH-TIME
      * 0HHMMSS. TWO EVENTS ON ONE ITEM IN THE SAME SECOND TAKE THE
      * NEXT WH-SEQNO
      * PRIME KEY - WH-KEY
       01  WLHIST-REC.
           05  WH-KEY.
               10  WH-ACCTNO          PIC X(09).
               10  WH-DATE            PIC S9(7) COMP-3.
               10  WH-TIME            PIC S9(7) COMP-3.
               10  WH-SEQNO           PIC 9(04) COMP.
           05  WH-EVENT               PIC X(01).
               88  WH-EV-LOADED             VALUE 'L'.
               88  WH-EV-DISPOSITION        VALUE 'D'.
               88  WH-EV-PROMISE            VALUE 'P'.
               88  WH-EV-REASSIGNED         VALUE 'R'.
               88  WH-EV-PROMISE-KEPT       VALUE 'K'.
               88  WH-EV-PROMISE-BROKEN     VALUE 'B'.
               88  WH-EV-CURED              VALUE 'C'.
               88  WH-EV-CHARGED-OFF        VALUE 'O'.
               88  WH-EV-REMOVED            VALUE 'X'.

      * THE WORK ITEM AFTER THE EVENT - WL-DISPOSITION,
      * WL-FOLLOWUP-DATE, WL-SEVERITY AND WL-COLLECTOR. A REASSIGNED
      * ITEM ALSO CARRIES THE COLLECTOR IT CAME FROM
           05  WH-DISPOSITION         PIC X(01).
           05  WH-FOLLOWUP-DATE       PIC S9(7) COMP-3.
           05  WH-SEVERITY            PIC X(01).
           05  WH-COLLECTOR           PIC X(03).
           05  WH-PREV-COLLECTOR      PIC X(03).

      * THE PROMISE TAKEN, KEPT OR BROKEN - ZERO OTHERWISE
           05  WH-PROMISE-AMT         PIC 9(08)V99 COMP-3.
           05  WH-PROMISE-DATE        PIC S9(7) COMP-3.

      * WHO MADE THE CHANGE - THE SIGNED-ON USER AND TERMINAL, OR
      * THE BATCH PROGRAM NAME AND 'BAT'
           05  WH-USERID              PIC X(08).
           05  WH-TRMID               PIC X(04).

       77  WLHIST-LEN                 PIC S9(4) COMP VALUE +54.
