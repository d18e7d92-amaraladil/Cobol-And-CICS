      * INCEXP RECORD LAYOUT - INCOME AND EXPENDITURE. ONE ROW PER
      * SUBJECT, CAPTURED ON THE DCI8DPHJ SCREEN (PF6 FROM THE
      * DCI8DPGI HARDSHIP ARRANGEMENT, PF10 FROM THE DCI8DPGW CREDIT
      * VETTING) AND REPLACED WHOLE EACH TIME IT IS TAKEN AGAIN. A
      * CUSTOMER'S FIGURES ARE HELD ONCE UNDER THE CUSTMAST ID SO
      * THAT EVERY ACCOUNT LINKED TO THEM SEES THE SAME I&E; AN
      * ACCOUNT NOT YET LINKED, AND AN APPLICATION STILL BEING
      * VETTED, HOLD THEIRS UNDER THE ACCOUNT NUMBER (AP-ACCTNO FOR
      * AN APPLICATION, WHICH BECOMES THE ACCOUNT ON APPROVAL).
      * READERS LOOK FOR THE CUSTOMER ROW FIRST WHEN THE ACCOUNT
      * CARRIES A CUST-ID AND FALL BACK TO THE ACCOUNT ROW.
      * DCI8DPGI WARNS WHEN AN ARRANGEMENT'S MONTHLY AMOUNT IS MORE
      * THAN IE-DISPOSABLE, AND DCI8BCRV HOLDS BACK A LIMIT INCREASE
      * WHEN IE-DATE IS STALE OR THERE IS NO HEADROOM
      * PRIME KEY - IE-KEY (IE-SUBJ-TYPE + IE-SUBJ-ID)
       01  INCEXP-REC.
           05  IE-KEY.
               10  IE-SUBJ-TYPE       PIC X(01).
                   88  IE-SUBJ-CUSTOMER     VALUE 'C'.
                   88  IE-SUBJ-ACCOUNT      VALUE 'A'.
               10  IE-SUBJ-ID         PIC X(09).
               10  IE-SUBJ-CUST REDEFINES IE-SUBJ-ID.
                   15  IE-SUBJ-CUSTID PIC 9(08).
                   15  FILLER         PIC X(01).

      * MONTHLY INCOME, BY HEADING
           05  IE-INCOME.
               10  IE-INC-SALARY      PIC 9(06)V99.
               10  IE-INC-BENEFITS    PIC 9(06)V99.
               10  IE-INC-PENSION     PIC 9(06)V99.
               10  IE-INC-OTHER       PIC 9(06)V99.

      * MONTHLY EXPENDITURE, BY HEADING. IE-EXP-CREDIT IS WHAT GOES
      * TO OTHER LENDERS - LOANS, CARDS AND HIRE PURCHASE
           05  IE-EXPEND.
               10  IE-EXP-HOUSING     PIC 9(06)V99.
               10  IE-EXP-COUNCIL     PIC 9(06)V99.
               10  IE-EXP-UTILITIES   PIC 9(06)V99.
               10  IE-EXP-FOOD        PIC 9(06)V99.
               10  IE-EXP-TRANSPORT   PIC 9(06)V99.
               10  IE-EXP-CHILDCARE   PIC 9(06)V99.
               10  IE-EXP-CREDIT      PIC 9(06)V99.
               10  IE-EXP-OTHER       PIC 9(06)V99.

      * WORKED OUT WHEN THE ROW IS SAVED - DISPOSABLE INCOME IS THE
      * TOTAL INCOME LESS THE TOTAL EXPENDITURE, NEGATIVE WHEN THE
      * CUSTOMER IS SPENDING MORE THAN COMES IN
           05  IE-TOTAL-INCOME        PIC 9(08)V99.
           05  IE-TOTAL-EXPEND        PIC 9(08)V99.
           05  IE-DISPOSABLE          PIC S9(08)V99.

      * YYYYDDD - THE DAY THE FIGURES WERE TAKEN
           05  IE-DATE                PIC S9(7) COMP-3.

      * WHO TOOK THE FIGURES - THE OPERATOR ID AS WELL AS THE
      * AH-CHANGED-INFO STAMP
           05  IE-CAP-OPID            PIC X(03).
           05  IE-CAPTURED-INFO.
               10  IE-CAP-USERID      PIC X(08).
               10  IE-CAP-TRMID       PIC X(04).
               10  IE-CAP-DATE        PIC S9(7) COMP-3.
               10  IE-CAP-TIME        PIC S9(7) COMP-3.

       77  INCEXP-LEN                 PIC S9(4) COMP VALUE +163.
