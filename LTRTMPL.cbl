      * LTRTMPL RECORD LAYOUT - THE LETTER TEMPLATE FILE. THE WORDING
      * OF EVERY CUSTOMER LETTER, HELD AS NUMBERED PARAGRAPHS OF
      * NUMBERED LINES PER LETTER AND VERSION, SO A WORDING CHANGE IS
      * A NEW VERSION LOADED BY DCI8BLTL RATHER THAN A PROGRAM
      * CHANGE. THE LETTER RUNS BUILD THEIR LETTERS THROUGH DCI8BLTM
      * (SEE THE LTRPARM COPYBOOK), WHICH USES THE HIGHEST ACTIVE
      * VERSION WHOSE EFFECTIVE DATE HAS ARRIVED AND STAMPS IT ON THE
      * LETTER AND ON CORRLOG. A VERSION ONCE LOADED IS NEVER
      * CHANGED OR DELETED - ONLY WITHDRAWN - SO THE WORDING ANY
      * CUSTOMER RECEIVED CAN ALWAYS BE REPRINTED.
      * LETTER IDS IN USE -
      *   DUN1 DUN2 DUN3 - DCI8BDUN REMINDER, STRONG REMINDER, FINAL
      *   ADCH           - DCI8BACL ADDRESS-CHANGE CONFIRMATION
      *   ADVA           - DCI8BAAL ADVERSE-ACTION (DECLINE) NOTICE
      *   ESCH           - DCI8BESC UNCLAIMED-FUNDS CONTACT LETTER
      * PARAGRAPH 000 LINE 00 IS THE VERSION HEADER; EVERY OTHER ROW
      * IS ONE LINE OF TEXT. A ROW WITH A NON-BLANK LT-COND IS
      * PRINTED ONLY WHEN THE CALLING RUN RAISES THAT CONDITION
      * (DCI8BDUN RAISES 'D' WHEN DISPUTED CHARGES ARE LEFT OUT OF
      * THE BALANCE). TEXT MAY CARRY THESE MARKERS, REPLACED WHEN
      * THE LINE IS BUILT -
      *   &NAME&  &TITLE&  &FNAME&  &SNAME&  &ADDR1&  &ADDR2&
      *   &NEWADDR1&  &NEWADDR2&  &ACCTNO&  &REF&  &TEXT&
      *   &AMOUNT&  &AMOUNT2&  &DATE&  &DATE2&  &TODAY&
      * LT-EFF-DATE AND LT-LOAD-DATE ARE YYYYDDD
      * PRIME KEY - LT-KEY
       01  LTRTMPL-REC.
           05  LT-KEY.
               10  LT-LETTER-ID       PIC X(04).
               10  LT-VERSION         PIC 9(03).
               10  LT-PARA-NO         PIC 9(03).
               10  LT-LINE-NO         PIC 9(02).
           05  LT-COND                PIC X(01).
               88  LT-COND-ALWAYS           VALUE SPACE.
           05  LT-TEXT                PIC X(80).

      * THE VERSION HEADER - PARAGRAPH 000 LINE 00
           05  LT-HEADER REDEFINES LT-TEXT.
               10  LT-EFF-DATE        PIC S9(7) COMP-3.
               10  LT-STATUS          PIC X(01).
                   88  LT-ACTIVE            VALUE 'A'.
                   88  LT-WITHDRAWN         VALUE 'W'.
               10  LT-DESC            PIC X(40).
               10  LT-LOAD-DATE       PIC S9(7) COMP-3.
               10  FILLER             PIC X(31).
           05  FILLER                 PIC X(07).
