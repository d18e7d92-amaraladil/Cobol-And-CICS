      * BATCH JOB WRITES ONE 'S' ROW AS ITS FIRST ACT AND ONE 'E'
      * ROW AS ITS LAST, WITH ITS HEADLINE COUNTS, SO THE MORNING
      * CHECK (DCI8BJRN) READS ONE FILE INSTEAD OF A STACK OF SPOOL.
      * A JOB WITH AN 'S' ROW AND NO 'E' ROW DID NOT FINISH.
      * A JOB STOPPED BY THE DCI8BJGT PREREQUISITE GATE (SEE JOBGATE)
      * WRITES NEITHER - THE GATE FILES A 'B' ROW FOR IT INSTEAD,
      * CARRYING THE PREDECESSOR IT WAS WAITING ON IN PLACE OF THE
      * COUNTS
       01  RUNJRNL-REC.
           05  RJ-JOBNAME             PIC X(08).
           05  RJ-ROW-TYPE            PIC X(01).
               88  RJ-ROW-START             VALUE 'S'.
               88  RJ-ROW-END               VALUE 'E'.
               88  RJ-ROW-BLOCKED           VALUE 'B'.
           05  RJ-DATE                PIC 9(07).
           05  RJ-TIME                PIC 9(06).
           05  RJ-COUNTS.
               10  RJ-READ-COUNT      PIC 9(07).
               10  RJ-WRITTEN-COUNT   PIC 9(07).
               10  RJ-REJECTED-COUNT  PIC 9(07).
           05  RJ-BLOCK-INFO REDEFINES RJ-COUNTS.
               10  RJ-WAIT-JOBNAME    PIC X(08).
               10  RJ-WAIT-REASON     PIC X(01).
                   88  RJ-WAIT-MISSING      VALUE 'M'.
                   88  RJ-WAIT-UNFINISHED   VALUE 'U'.
                   88  RJ-WAIT-FAILED       VALUE 'F'.
               10  FILLER             PIC X(12).
           05  RJ-STATUS              PIC X(01).
               88  RJ-STATUS-GOOD           VALUE 'G'.
               88  RJ-STATUS-FAILED         VALUE 'F'.
