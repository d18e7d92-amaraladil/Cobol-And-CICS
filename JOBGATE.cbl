      * JOBGATE - PARAMETER BLOCK FOR DCI8BJGT, THE BATCH PREREQUISITE
      * GATE. EVERY BATCH JOB SETS JG-JOBNAME AND CALLS 'DCI8BJGT'
      * USING THE BLOCK FROM ITS 8100-WRITE-JRNL-START STEP, BEFORE
      * IT WRITES ITS OWN START ROW. THE GATE LOOKS UP THE JOB'S
      * PREDECESSORS ON THE JOBDEPS CARD FILE (ONE CARD PER JOB AND
      * PREDECESSOR - THE JOB IN COLUMNS 1-8, THE PREDECESSOR IN
      * 10-17, '*' IN COLUMN 1 FOR A COMMENT CARD) AND CHECKS THAT
      * EACH HAS AN 'E' ROW WITH STATUS 'G' ON RUNJRNL FOR TODAY'S
      * RUN DATE - THE LATEST ROW FOR THE PREDECESSOR COUNTS, SO A
      * FAILED RUN PUT RIGHT BY A GOOD RERUN CLEARS THE GATE. A JOB
      * WITH NO CARDS, OR NO JOBDEPS FILE AT ALL, IS ALWAYS CLEAR.
      * WHEN A PREDECESSOR IS MISSING, UNFINISHED OR FAILED THE GATE
      * FILES A 'B' ROW ON RUNJRNL NAMING IT (READ BY DCI8BJRN) AND
      * RETURNS 'B'; THE CALLER THEN ENDS WITH RETURN CODE
      * JG-BLOCKED-RC WITHOUT TOUCHING ANYTHING, SO THE SCHEDULE CAN
      * TELL A BLOCKED JOB FROM ONE THAT RAN AND FAILED
       01  JOBGATE.
           05  JG-JOBNAME             PIC X(08).
           05  JG-DATE                PIC 9(07).
           05  JG-WAIT-JOBNAME        PIC X(08).
           05  JG-WAIT-REASON         PIC X(01).
               88  JG-WAIT-MISSING          VALUE 'M'.
               88  JG-WAIT-UNFINISHED       VALUE 'U'.
               88  JG-WAIT-FAILED           VALUE 'F'.
           05  JG-RETURN-CODE         PIC X(01).
               88  JG-RC-CLEAR              VALUE 'G'.
               88  JG-RC-BLOCKED            VALUE 'B'.

       77  JG-BLOCKED-RC              PIC S9(4) COMP VALUE +12.
