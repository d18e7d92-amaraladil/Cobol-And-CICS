      * A RERUN NEVER LETTERS THE SAME APPLICANT TWICE
           05  AP-NOTIFIED-FLAG       PIC X(01).
               88  AP-NOTIFIED              VALUE 'Y'.
      * YYYYDDD - THE DATE OF THE INCEXP INCOME AND EXPENDITURE THE
      * OFFICER HAD IN FRONT OF THEM AT THE DECISION, STAMPED BY THE
      * PF5/PF6 VETTING. ZERO WHEN NONE HAD BEEN TAKEN
           05  AP-IE-DATE             PIC S9(7) COMP-3.
      * THE BROKER OR PARTNER RETAILER WHO INTRODUCED THE APPLICANT,
      * AN INTROCFG CODE CHECKED AT CAPTURE - SPACES FOR A DIRECT
      * APPLICATION. DCI8BICM ACCRUES THE INTRODUCER'S COMMISSION
      * ONCE THE APPLICATION IS APPROVED
           05  AP-INTRO-CODE          PIC X(08).

       77  PENDAPP-LEN                PIC S9(4) COMP VALUE +300.
