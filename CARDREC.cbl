      * CARDREC RECORD LAYOUT - ONE ROW PER PLASTIC HANGING OFF AN
      * ACCOUNT, SO CARD NUMBERS, EXPIRY DATES AND LOST/STOLEN
      * REPORTS STOP LIVING ON A SPREADSHEET. THE HOLDER IS THE
      * PRIMARY (CD-HOLDER-SEQ ZERO) OR A RELPARTY AUTHORIZED USER
      * (ROLE 'A', CD-HOLDER-SEQ = THEIR RP-SEQNO). ISSUED, BLOCKED
      * AND REPLACED ON THE DCI8DPHE CARD SCREEN (TRAN I8DC, PF3
      * FROM THE DCI8DPGR INQUIRY); RENEWED BY THE DCI8BCRI REISSUE
      * RUN, WHICH ALSO WRITES EVERY PLASTIC WAITING TO BE MADE TO
      * THE EMBOSSER EXTRACT. A RENEWAL KEEPS THE CARD NUMBER AND
      * TAKES THE NEXT EXPIRY, SO IT IS A NEW ROW UNDER THE SAME
      * NUMBER; A LOST OR STOLEN REPLACEMENT DRAWS A NEW NUMBER -
      * CARD-ISSUER-PREFIX, THE 8-DIGIT ACCTCTL 'NEXTCARD' SERIAL
      * AND A LUHN CHECK DIGIT. EITHER WAY CD-PRIOR-KEY POINTS BACK
      * AT THE PLASTIC IT SUCCEEDS
      * PRIME KEY - CD-KEY (CD-CARDNO + CD-EXPIRY)
      * ALT INDEX - CARDACCT (CD-ACCTNO) - AN ACCOUNT'S PLASTICS
       01  CARDREC.
           05  CD-KEY.
               10  CD-CARDNO          PIC X(16).
      * YYYYMM - THE CARD IS GOOD TO THE END OF THAT MONTH
               10  CD-EXPIRY          PIC 9(06).
           05  CD-ACCTNO              PIC X(09).
           05  CD-HOLDER-SEQ          PIC 9(02).
           05  CD-EMBOSS-NAME         PIC X(26).
           05  CD-STATUS              PIC X(01).
               88  CD-ACTIVE                VALUE 'A'.
               88  CD-LOST                  VALUE 'L'.
               88  CD-STOLEN                VALUE 'S'.
               88  CD-CANCELLED             VALUE 'C'.
               88  CD-BLOCKED               VALUE 'L' 'S' 'C'.
           05  CD-ISSUE-REASON        PIC X(01).
               88  CD-ISSUE-NEW             VALUE 'N'.
               88  CD-ISSUE-RENEWAL         VALUE 'R'.
               88  CD-ISSUE-LOST            VALUE 'L'.
               88  CD-ISSUE-STOLEN          VALUE 'S'.
           05  CD-ISSUE-DATE          PIC S9(7) COMP-3.
      * 'P' WAITING FOR THE NEXT DCI8BCRI RUN TO SEND IT TO THE
      * EMBOSSER, 'E' SENT, WITH THE YYYYDDD DAY IT WENT
           05  CD-EMBOSS-FLAG         PIC X(01).
               88  CD-EMBOSS-PENDING        VALUE 'P'.
               88  CD-EMBOSS-DONE           VALUE 'E'.
           05  CD-EMBOSS-DATE         PIC S9(7) COMP-3.
      * THE PLASTIC THIS ONE SUCCEEDS - SPACES AND ZERO ON A FIRST
      * ISSUE
           05  CD-PRIOR-KEY.
               10  CD-PRIOR-CARDNO    PIC X(16).
               10  CD-PRIOR-EXPIRY    PIC 9(06).
      * A REPLACED PLASTIC POINTS FORWARD AT ITS SUCCESSOR TOO, SO
      * THE SCREEN CAN REFUSE A SECOND REPLACEMENT FOR THE SAME LOSS
           05  CD-NEXT-CARDNO         PIC X(16).
           05  CD-BLOCKED-INFO.
               10  CD-BLK-USERID      PIC X(08).
               10  CD-BLK-TRMID       PIC X(04).
               10  CD-BLK-DATE        PIC S9(7) COMP-3.
               10  CD-BLK-TIME        PIC S9(7) COMP-3.
           05  CD-ADDED-INFO.
               10  CD-ADD-USERID      PIC X(08).
               10  CD-ADD-TRMID       PIC X(04).
               10  CD-ADD-DATE        PIC S9(7) COMP-3.
               10  CD-ADD-TIME        PIC S9(7) COMP-3.

       77  CARDREC-LEN                PIC S9(4) COMP VALUE +148.
       77  CARD-ISSUER-PREFIX         PIC X(07) VALUE '4556010'.
