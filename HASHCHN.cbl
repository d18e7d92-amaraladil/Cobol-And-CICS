      * HASHCHN RECORD LAYOUT - THE HEAD OF EACH ACCOUNT'S TAMPER-
      * EVIDENT CHAIN, ONE ROW PER ACCOUNT FOR ACCTHIST ('H') AND ONE
      * FOR ACCTTXN ('T'). EVERY NEW ROW ON THOSE FILES TAKES THE
      * NEXT POSITION AND CARRIES A HASH OVER ITS OWN CONTENTS AND
      * THE HASH OF THE ROW BEFORE IT, SO A ROW CHANGED, DROPPED OR
      * SLIPPED IN BY A DIRECT VSAM EDIT OR A BAD RESTORE BREAKS THE
      * CHAIN FROM THERE ON. THE HEAD HOLDS THE NEWEST POSITION AND
      * HASH (SO EVEN THE LAST ROW CANNOT QUIETLY GO), THE LAST ROW
      * DCI8BHAR/DCI8BTXA MOVED TO THE ARCHIVE (SO THE CHAIN STILL
      * PROVES FROM WHERE THE FILE NOW STARTS) AND THE LAST TIME AN
      * AUTHORIZED JOB RE-WORKED THE CHAIN (DCI8BRET'S ERASURE).
      * WRITTEN BY DCI8BHCN (BATCH) AND DCI8DPHM (ONLINE) ONLY;
      * PROVED WEEKLY BY DCI8BCHV
      * PRIME KEY - HC-KEY (ACCOUNT + WHICH FILE)
       01  HASHCHN-REC.
           05  HC-KEY.
               10  HC-ACCTNO          PIC X(09).
               10  HC-FILE            PIC X(01).
                   88  HC-FILE-HIST         VALUE 'H'.
                   88  HC-FILE-TXN          VALUE 'T'.

      * THE NEWEST ROW SEALED, AND WHEN (YYYYDDD)
           05  HC-LAST-NO             PIC 9(09) COMP.
           05  HC-LAST-HASH           PIC 9(18) COMP.
           05  HC-LAST-DATE           PIC S9(7) COMP-3.

      * THE HIGHEST POSITION MOVED TO THE ARCHIVE AND ITS HASH -
      * ZERO UNTIL THE FIRST ARCHIVE RUN TAKES A SEALED ROW
           05  HC-ARCH-NO             PIC 9(09) COMP.
           05  HC-ARCH-HASH           PIC 9(18) COMP.
           05  HC-ARCH-DATE           PIC S9(7) COMP-3.

      * THE LAST AUTHORIZED RE-WORKING OF THE CHAIN - SPACES/ZERO
      * UNTIL THEN
           05  HC-RESEAL-DATE         PIC S9(7) COMP-3.
           05  HC-RESEAL-JOB          PIC X(08).

       77  HASHCHN-LEN                PIC S9(4) COMP VALUE +54.
