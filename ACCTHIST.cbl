      * WHAT KIND OF EVENT THIS ROW RECORDS - FIELD UPDATES WERE THE
      * ONLY ROWS EVER WRITTEN UNTIL THE CREATE, STATUS AND CLOSURE
      * PATHS STARTED JOURNALLING TOO, SO THE HISTORY BROWSE AND THE
      * COMPLIANCE FILE NOW TELL THE WHOLE LIFE OF THE ACCOUNT. A
      * PRODUCT MOVE ON DCI8DPHR WRITES 'P' WITH THE SAME BEFORE AND
      * AFTER IMAGES - ITS OLD AND NEW CODES GO ON ACCTNOTE
           05  AH-EVENT-TYPE          PIC X(01).
               88  AH-EVENT-CREATE          VALUE 'C'.
               88  AH-EVENT-UPDATE          VALUE 'U'.
               88  AH-EVENT-MERGE           VALUE 'M'.
               88  AH-EVENT-BULK            VALUE 'B'.
               88  AH-EVENT-REINSTATE       VALUE 'R'.
               88  AH-EVENT-PRODUCT         VALUE 'P'.

      * THE TAMPER-EVIDENT CHAIN (SEE HASHCHN). EVERY ROW WRITTEN IS
      * SEALED RIGHT AFTER THE WRITE WITH ITS POSITION IN ITS OWN
      * ACCOUNT'S CHAIN, THE HASH OF THE ROW BEFORE IT AND ITS OWN
      * HASH OVER ITS CONTENTS, POSITION AND THAT PREVIOUS HASH -
      * DCI8BHSH WORKS IT OUT. AH-SEQNO IS LEFT OUT OF THE HASH, AS
      * DCI8BHAR RENUMBERS. ROWS WRITTEN BEFORE THE CHAIN BEGAN, OR
      * WHOSE SEAL FAILED, ARE UNSEALED - ALL ZERO, OR LOW-VALUES OR
      * SPACES AS THE FILE WAS RELOADED. DCI8BCHV PROVES THE CHAINS
      * WEEKLY
           05  AH-CHAIN-INFO.
               88  AH-CHAIN-UNSEALED      VALUES LOW-VALUES SPACES.
               10  AH-CHAIN-NO        PIC 9(09) COMP.
               10  AH-CHAIN-PREV      PIC 9(18) COMP.
               10  AH-CHAIN-HASH      PIC 9(18) COMP.

       77  ACCTHIST-LEN               PIC S9(4) COMP VALUE +222.
