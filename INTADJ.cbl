      * INTADJ RECORD LAYOUT - THE BACK-VALUE INTEREST ADJUSTMENT
      * REGISTER, ONE ROW PER POSTED CREDIT THE DCI8BBVI RUN HAS
      * RECALCULATED INTEREST FOR. A PAYMENT PROVED TO HAVE REACHED
      * US BEFORE A MONTH END BUT POSTED AFTER IT WAS CHARGED
      * DCI8BINT INTEREST ON MONEY ALREADY PAID; DCI8BBVI RE-WORKS
      * EACH AFFECTED MONTH FROM THE BALHIST SNAPSHOT AND THE RATECFG
      * RATE AND CREDITS THE DIFFERENCE ON THE RESERVED ACCTTXN
      * SEQUENCE 8015. THE ROW IS WRITTEN EVEN WHEN NOTHING WAS DUE,
      * SO THE SAME CREDIT IS NEVER ADJUSTED TWICE AND THE COMPLAINT
      * FILE CAN SHOW IT WAS LOOKED AT
      * PRIME KEY - IA-KEY (THE POSTED CREDIT'S OWN TX-KEY)
       01  INTADJ-REC.
           05  IA-KEY.
               10  IA-ACCTNO          PIC X(09).
               10  IA-CREDIT-DATE     PIC S9(7) COMP-3.
               10  IA-CREDIT-SEQNO    PIC 9(04) COMP.
           05  IA-CREDIT-AMOUNT       PIC 9(08)V99.

      * YYYYDDD - THE DAY THE MONEY REALLY ARRIVED, AND WHERE THAT
      * DATE CAME FROM: THE REQUEST CARD, OR THE BACKVAL ROW FILED
      * WHEN DCI8DPGS BACK-VALUED THE CREDIT
           05  IA-EFFECT-DATE         PIC S9(7) COMP-3.
           05  IA-EFFECT-SOURCE       PIC X(01).
               88  IA-FROM-CARD             VALUE 'C'.
               88  IA-FROM-BACKVAL          VALUE 'B'.

      * THE MONTH ENDS RE-WORKED AND THE INTEREST GIVEN BACK. THE
      * ADJUSTMENT'S ACCTTXN KEY IS ZERO WHEN NOTHING WAS DUE
           05  IA-PERIODS             PIC 9(03) COMP-3.
           05  IA-REFUND-AMOUNT       PIC 9(08)V99.
           05  IA-ADJ-DATE            PIC S9(7) COMP-3.
           05  IA-ADJ-SEQNO           PIC 9(04) COMP.

      * WHO ASKED FOR IT, THE COMPLAINT IT ANSWERS (CP-SEQNO ON THE
      * SAME ACCOUNT, ZERO FOR NONE) AND THE RUN DATE
           05  IA-OPER-ID             PIC X(03).
           05  IA-CMP-SEQNO           PIC 9(04) COMP.
           05  IA-RUN-DATE            PIC S9(7) COMP-3.

       77  INTADJ-LEN                 PIC S9(4) COMP VALUE +57.
