      * BACKVAL RECORD LAYOUT - THE BACK-VALUE SATELLITE TO ACCTTXN.
      * A TRANSACTION WHOSE OWN DATE FALLS IN A CLOSED ACCOUNTING
      * PERIOD (SEE PERIODCT) CANNOT BE POSTED THERE; WITH SUPERVISOR
      * AUTHORITY (FUNCAUTH 'BACKVAL') DCI8DPGS POSTS IT RE-DATED TO
      * THE CURRENT DAY INSTEAD AND FILES ONE OF THESE ROWS UNDER THE
      * NEW ACCTTXN KEY, IN THE SAME UNIT OF WORK, KEEPING THE
      * ORIGINAL EFFECTIVE DATE FOR REFERENCE AND WHO AUTHORIZED IT.
      * DCI8BBVI TAKES THE ORIGINAL DATE FROM HERE WHEN IT WORKS OUT
      * THE INTEREST TO GIVE BACK ON THE LATE-POSTED PAYMENT
      * PRIME KEY - BV-KEY (THE POSTED ROW'S TX-KEY)
       01  BACKVAL-REC.
           05  BV-KEY.
               10  BV-ACCTNO          PIC X(09).
               10  BV-DATE            PIC S9(7) COMP-3.
               10  BV-SEQNO           PIC 9(04) COMP.

      * THE DATE THE TRANSACTION REALLY BELONGED TO, AND THE ACCOUNT
      * AND KEY IT ARRIVED UNDER (FOR A SUSPENSE ITEM, ITS SU-KEY)
           05  BV-ORIG-DATE           PIC S9(7) COMP-3.
           05  BV-ORIG-ACCTNO         PIC X(09).
           05  BV-ORIG-SEQNO          PIC 9(04) COMP.

      * WHO AUTHORIZED IT, WHERE AND WHEN - EIBDATE/EIBTIME FORM
           05  BV-PROGRAM             PIC X(08).
           05  BV-OPER-ID             PIC X(03).
           05  BV-USERID              PIC X(08).
           05  BV-TRMID               PIC X(04).
           05  BV-AUTH-DATE           PIC S9(7) COMP-3.
           05  BV-AUTH-TIME           PIC S9(7) COMP-3.

       77  BACKVAL-LEN                PIC S9(4) COMP VALUE +61.
