      * CORRLOG RECORD LAYOUT - THE CORRESPONDENCE LOG. ONE ROW FOR
      * EVERY LETTER OR STATEMENT A PRINT RUN PRODUCED FOR AN ACCOUNT,
      * AND FOR EVERY ONE IT HELD BACK, SO "I NEVER GOT THAT LETTER"
      * CAN BE ANSWERED WITH WHAT WENT, WHEN, AND TO WHICH ADDRESS OR
      * E-MAIL. NOTHING IS EVER REWRITTEN OR DELETED. THE BATCH RUNS
      * FILL THE FIELDS AND CALL 'DCI8BCLG' USING CORRLOG-REC, WHICH
      * STAMPS A ZERO CL-RUN-DATE/CL-RUN-TIME WITH THE RUN CLOCK AND
      * TAKES THE NEXT CL-SEQNO ON A DUPLICATE KEY. PAGED NEWEST-
      * FIRST BY PF19 ON THE DCI8DPGR INQUIRY AND PRINTED IN THE
      * DCI8BDSR SUBJECT ACCESS PACK. A LETTER BUILT FROM THE LTRTMPL
      * LETTER TEMPLATES CARRIES THE TEMPLATE ID AND VERSION USED, SO
      * THE EXACT WORDING SENT CAN BE LISTED BY DCI8BLTL.
      * CL-RUN-DATE IS YYYYDDD, CL-RUN-TIME 0HHMMSS
      * PRIME KEY - CL-KEY
       01  CORRLOG-REC.
           05  CL-KEY.
               10  CL-ACCTNO          PIC X(09).
               10  CL-RUN-DATE        PIC S9(7) COMP-3.
               10  CL-RUN-TIME        PIC S9(7) COMP-3.
               10  CL-SEQNO           PIC 9(04) COMP.

      * WHAT WAS SENT, AND THE RUN THAT SENT IT. CL-DOC-REF NAMES THE
      * PARTICULAR DOCUMENT - THE STATEMENT PERIOD, THE DUNNING STAGE,
      * THE COMPLAINT SEQUENCE - WHERE THE TYPE ALONE DOES NOT
           05  CL-DOC-TYPE            PIC X(04).
               88  CL-DOC-STATEMENT         VALUE 'STMT'.
               88  CL-DOC-REPRINT           VALUE 'RPRT'.
               88  CL-DOC-DUNNING           VALUE 'DUNN'.
               88  CL-DOC-ADDR-CHANGE       VALUE 'ADCH'.
               88  CL-DOC-ADVERSE           VALUE 'ADVA'.
               88  CL-DOC-ESCHEAT           VALUE 'ESCH'.
               88  CL-DOC-RETURNED          VALUE 'RTNM'.
               88  CL-DOC-ANNFEE-NOTICE     VALUE 'ANFN'.
               88  CL-DOC-COMPLAINT         VALUE 'CMPF'.
               88  CL-DOC-PERSIST-DEBT      VALUE 'PDRL'.
               88  CL-DOC-FINAL-STMT        VALUE 'FCLS'.
               88  CL-DOC-ANNUAL-SUMMARY    VALUE 'ANSM'.
               88  CL-DOC-SETTLE-QUOTE      VALUE 'SETQ'.
           05  CL-DOC-REF             PIC X(12).
           05  CL-JOBNAME             PIC X(08).

      * HOW IT WENT - 'P' POST TO CL-ADDR1/CL-ADDR2, 'E' E-MAIL TO
      * CL-EMAIL. THE NAME AND ADDRESS ARE EXACTLY AS PRINTED
           05  CL-CHANNEL             PIC X(01).
               88  CL-CHANNEL-POST          VALUE 'P'.
               88  CL-CHANNEL-EMAIL         VALUE 'E'.
           05  CL-TITL                PIC X(04).
           05  CL-FNAME               PIC X(15).
           05  CL-SNAME               PIC X(15).
           05  CL-ADDR1               PIC X(20).
           05  CL-ADDR2               PIC X(20).
           05  CL-EMAIL               PIC X(30).

      * 'Y' WHEN THE RUN HELD THE DOCUMENT BACK INSTEAD OF SENDING
      * IT, WITH THE REASON. A RETURNED-MAIL ROW (RTNM) RECORDS THE
      * ADDRESS THE POST CAME BACK FROM AND IS NEVER SUPPRESSED
           05  CL-SUPP-FLAG           PIC X(01).
               88  CL-SUPPRESSED            VALUE 'Y'.
               88  CL-SENT                  VALUE 'N'.
           05  CL-SUPP-REASON         PIC X(01).
               88  CL-SUPP-GONE-AWAY        VALUE 'G'.
               88  CL-SUPP-DECEASED         VALUE 'D'.
               88  CL-SUPP-INSOLVENCY       VALUE 'I'.
               88  CL-SUPP-ARRANGEMENT      VALUE 'A'.
               88  CL-SUPP-VULNERABLE       VALUE 'V'.
               88  CL-SUPP-NO-ADDRESS       VALUE 'N'.
               88  CL-SUPP-NO-TEMPLATE      VALUE 'T'.

      * THE LTRTMPL LETTER AND VERSION THE WORDING CAME FROM - SPACES
      * FOR A DOCUMENT NOT BUILT FROM A TEMPLATE
           05  CL-TMPL-ID             PIC X(04).
           05  CL-TMPL-VER            PIC 9(03).
           05  FILLER                 PIC X(03).

       77  CORRLOG-LEN                PIC S9(4) COMP VALUE +160.
