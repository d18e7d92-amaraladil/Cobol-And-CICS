      * CFGHIST RECORD LAYOUT - THE CONFIGURATION CHANGE HISTORY, ONE
      * ROW PER CFGPEND CHANGE APPLIED BY DCI8BCFA AND NEVER UPDATED.
      * IT CARRIES THE TARGET ROW BEFORE AND AFTER THE CHANGE, EACH IN
      * THE TARGET FILE'S OWN LAYOUT (NO BEFORE IMAGE FOR AN ADD, NO
      * AFTER IMAGE FOR A DELETE - SPACES), WITH WHO ASKED FOR IT AND
      * WHO APPROVED IT. DCI8BCFQ READS IT TO ANSWER WHAT A RATE,
      * BAND, CAP, QUOTA, FEE, COMMISSION, LOSS RATE OR INTRODUCER'S
      * TERMS WERE ON A GIVEN DATE. EVERY DATE ON THE ROW IS YYYYDDD
      * PRIME KEY - CH-KEY (FILE + CONFIG KEY + EFFECTIVE DATE + THE
      * DATE AND TIME APPLIED)
       01  CFGHIST-REC.
           05  CH-KEY.
               10  CH-FILE            PIC X(01).
               10  CH-CFGKEY          PIC X(08).
               10  CH-EFF-DATE        PIC 9(07).
               10  CH-APPLIED-DATE    PIC 9(07).
               10  CH-APPLIED-TIME    PIC 9(06).
           05  CH-ACTION              PIC X(01).
           05  CH-BEFORE-REC          PIC X(40).
           05  CH-AFTER-REC           PIC X(40).
           05  CH-REQ-OPID            PIC X(03).
           05  CH-REQ-DATE            PIC S9(7) COMP-3.
           05  CH-APPR-OPID           PIC X(03).
           05  CH-APPR-DATE           PIC S9(7) COMP-3.
           05  CH-JOB                 PIC X(08).

       77  CFGHIST-LEN                PIC S9(4) COMP VALUE +132.
