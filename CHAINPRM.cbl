      * CHAINPRM - PARAMETER BLOCK FOR THE TAMPER-EVIDENT HASH CHAINS
      * ON ACCTHIST AND ACCTTXN (SEE HASHCHN). THE SAME BLOCK SERVES
      * THE THREE PROGRAMS THAT KEEP THEM:
      *   DCI8BHSH - THE HASH ITSELF, NO FILES. CALLED WITH THE ROW IN
      *              CP-ROW, ITS POSITION IN CP-CHAIN-NO AND THE
      *              PREVIOUS ROW'S HASH IN CP-PREV-HASH; ANSWERS
      *              CP-HASH. CP-FUNCTION IS NOT LOOKED AT
      *   DCI8BHCN - THE BATCH CHAIN SERVICE, CALLED (HASHCHN OPENED
      *              ON THE FIRST CALL AND LEFT OPEN, THE DCI8BDAT
      *              WAY):
      *     'S' - SEAL. THE ROW IN CP-ROW HAS JUST BEEN WRITTEN; ITS
      *           ACCOUNT'S CHAIN HEAD MOVES ON ONE AND THE ROW'S
      *           POSITION AND HASHES COME BACK IN CP-CHAIN-NO,
      *           CP-PREV-HASH AND CP-HASH FOR THE CALLER TO REWRITE
      *           INTO THE ROW
      *     'A' - ARCHIVED. CP-CHAIN-NO/CP-HASH ARE THE LAST SEALED
      *           ROW OF THE ACCOUNT (CP-ROW) JUST MOVED OFF TO THE
      *           ARCHIVE - DCI8BHAR AND DCI8BTXA
      *     'R' - RESEALED. CP-CHAIN-NO/CP-HASH ARE THE ACCOUNT'S
      *           NEWEST ROW AFTER ITS CHAIN WAS RE-WORKED BY
      *           CP-JOBNAME - DCI8BRET AFTER AN ERASURE
      *   DCI8DPHM - THE ONLINE SEAL, LINKED WITH THIS BLOCK AS THE
      *              COMMAREA RIGHT AFTER THE WRITE: DOES THE 'S' WORK
      *              AND REWRITES THE ROW ITSELF, IN THE SAME UNIT OF
      *              WORK, SO A ROLLBACK TAKES BOTH BACK OUT
      * CP-FILE SAYS WHICH CHAIN - 'H' ACCTHIST, 'T' ACCTTXN - AND
      * CP-ROW CARRIES THE WHOLE RECORD (ACCTHIST-REC OR
      * ACCTTXN-REC); THE ACCOUNT IS ITS FIRST NINE BYTES
       01  CHAINPRM.
           05  CP-FUNCTION            PIC X(01).
               88  CP-FUNC-SEAL             VALUE 'S'.
               88  CP-FUNC-ARCHIVED         VALUE 'A'.
               88  CP-FUNC-RESEALED         VALUE 'R'.
           05  CP-FILE                PIC X(01).
               88  CP-FILE-HIST             VALUE 'H'.
               88  CP-FILE-TXN              VALUE 'T'.
           05  CP-JOBNAME             PIC X(08).
           05  CP-CHAIN-NO            PIC 9(09) COMP.
           05  CP-PREV-HASH           PIC 9(18) COMP.
           05  CP-HASH                PIC 9(18) COMP.
           05  CP-RETURN-CODE         PIC X(01).
               88  CP-RC-GOOD               VALUE 'G'.
               88  CP-RC-ERROR              VALUE 'E'.
           05  CP-ROW                 PIC X(222).

       77  CHAINPRM-LEN               PIC S9(4) COMP VALUE +253.
