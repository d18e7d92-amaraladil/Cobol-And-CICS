      * VULNMARK RECORD LAYOUT - VULNERABLE CUSTOMER REGISTER. ONE
      * ROW PER ACCOUNT PER CATEGORY OF VULNERABILITY, RECORDED AND
      * REVIEWED ON THE DCI8DPHI SCREEN (PF14 FROM THE DCI8DPGR
      * INQUIRY). WHILE ANY ROW FOR THE ACCOUNT IS ACTIVE THE DUNNING
      * LETTERS (DCI8BDUN), THE OVER-LIMIT FEE (DCI8BFEE) AND THE LATE
      * PAYMENT FEE (DCI8BLTF) ARE SUPPRESSED AND COUNTED, THE
      * WORKLIST LOADS (DCI8BPGD, DCI8BAGE) ROUTE THE ACCOUNT'S ITEM
      * TO A SPECIALIST COLLECTOR, AND THE INQUIRY AND WORKLIST
      * SCREENS SHOW A BANNER. A MARKER STAYS ACTIVE PAST ITS
      * REVIEW-BY DATE UNTIL SOMEONE REVIEWS IT - RE-RECORDING IT
      * WITH A NEW DATE, OR REMOVING IT - AND THE WEEKLY DCI8BVUL
      * REPORT LISTS THE ONES LEFT OVERDUE. A REMOVED ROW STAYS ON
      * FILE WITH ITS STAMPS FOR THE AUDIT TRAIL
      * PRIME KEY - VM-KEY (VM-ACCTNO + VM-CATEGORY)
       01  VULNMARK-REC.
           05  VM-KEY.
               10  VM-ACCTNO          PIC X(09).
               10  VM-CATEGORY        PIC X(01).
                   88  VM-CAT-BEREAVEMENT   VALUE 'B'.
                   88  VM-CAT-ILLNESS       VALUE 'I'.
                   88  VM-CAT-CAPACITY      VALUE 'M'.
                   88  VM-CAT-OTHER         VALUE 'O'.
                   88  VM-CAT-VALID         VALUE 'B' 'I' 'M' 'O'.
           05  VM-STATUS              PIC X(01).
               88  VM-ACTIVE                VALUE 'A'.
               88  VM-REMOVED               VALUE 'R'.

      * THE CUSTOMER'S ANSWER WHEN ASKED WHETHER THE CIRCUMSTANCES
      * MAY BE RECORDED. WITHOUT CONSENT ONLY THE CATEGORY IS KEPT -
      * THE NOTE STAYS EMPTY - BUT THE MARKER STILL PROTECTS THEM
           05  VM-CONSENT             PIC X(01).
               88  VM-CONSENT-GIVEN         VALUE 'Y'.
               88  VM-CONSENT-REFUSED       VALUE 'N'.

      * YYYYDDD - THE DAY BY WHICH THE MARKER MUST BE LOOKED AT AGAIN
           05  VM-REVIEW-DATE         PIC S9(7) COMP-3.
           05  VM-NOTE                PIC X(40).

      * WHO RECORDED (OR LAST REVIEWED) THE MARKER - THE OPERATOR ID
      * AS WELL AS THE AH-CHANGED-INFO STAMP
           05  VM-REC-OPID            PIC X(03).
           05  VM-RECORDED-INFO.
               10  VM-REC-USERID      PIC X(08).
               10  VM-REC-TRMID       PIC X(04).
               10  VM-REC-DATE        PIC S9(7) COMP-3.
               10  VM-REC-TIME        PIC S9(7) COMP-3.
           05  VM-REMOVED-INFO.
               10  VM-RMV-USERID      PIC X(08).
               10  VM-RMV-TRMID       PIC X(04).
               10  VM-RMV-DATE        PIC S9(7) COMP-3.
               10  VM-RMV-TIME        PIC S9(7) COMP-3.

       77  VULNMARK-LEN               PIC S9(4) COMP VALUE +99.
