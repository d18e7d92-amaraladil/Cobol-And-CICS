      * PRTDOC - DOCUMENT-START ROW ON A NIGHTLY PRINT FILE. EVERY
      * LETTER AND STATEMENT RUN WRITES ONE TO ITS PRINT FILE AHEAD
      * OF EACH POSTED DOCUMENT, SO THE PRINT STREAM RUN (DCI8BPSC)
      * CAN SPLIT THE NIGHT'S FILES BACK INTO DOCUMENTS, GROUP A
      * CUSTOMER'S DOCUMENTS INTO ONE ENVELOPE AND SORT THEM INTO
      * POSTCODE ORDER FOR THE MAILING HOUSE. THE ROW IS THE 80-BYTE
      * PRINT LINE WIDTH AND NO PRINTED LINE EVER OPENS WITH THE
      * MARKER. DC-ADDR1/DC-ADDR2 IS THE ADDRESS THE DOCUMENT IS
      * PRINTED TO - THE LAST WORD OF DC-ADDR2 IS ITS POSTCODE.
      * DC-DOC-TYPE CARRIES THE CORRLOG CL-DOC-TYPE CODES, PLUS
      * 'SETQ' FOR THE SETTLEMENT QUOTE LETTER. DC-ACCTNO IS THE
      * APPLICATION NUMBER FOR A DECLINED APPLICANT WITH NO ACCOUNT
       01  PRTDOC-REC.
           05  DC-MARKER              PIC X(04).
               88  DC-DOC-START             VALUE '%DOC'.
           05  DC-DOC-TYPE            PIC X(04).
           05  DC-JOBNAME             PIC X(08).
           05  DC-ACCTNO              PIC X(09).
           05  DC-DOC-REF             PIC X(12).
           05  DC-ADDR1               PIC X(20).
           05  DC-ADDR2               PIC X(20).
           05  FILLER                 PIC X(03).
