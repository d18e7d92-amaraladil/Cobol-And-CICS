      *         (UNCHANGED WHEN IT ALREADY IS ONE)
      *   BDA - DP-JULIAN PLUS DP-DAYS BUSINESS DAYS, BACK INTO
      *         DP-JULIAN - ALWAYS LANDS ON A BUSINESS DAY
      *   PBD - DP-JULIAN ROLLED BACK TO THE PREVIOUS BUSINESS DAY
      *         (UNCHANGED WHEN IT ALREADY IS ONE)
      *   BDB - THE BUSINESS DAYS AFTER DP-JULIAN UP TO AND
      *         INCLUDING DP-JULIAN-TO, INTO DP-DAYS - ZERO WHEN
      *         DP-JULIAN-TO IS NOT LATER
      * A BUSINESS DAY IS A WEEKDAY NOT ON THE HOLCFG HOLIDAY
      * CALENDAR (MAINTAINED IN DCI8DPGG, FILE 'H') - AN EMPTY OR
      * ABSENT CALENDAR MEANS WEEKENDS ONLY. NBD/BDA/PBD/BDB NEED
      * DATES FROM 2001 ON - EVERY OPERATIONAL DATE IS
      * DP-JULIAN IS THE SAME S9(7) COMP-3 YYYYDDD FORM ACCTREC'S
      * DATE STAMPS ALREADY USE
       01  DATEPARM.
               88  DP-FUNC-G2J              VALUE 'G2J'.
               88  DP-FUNC-NEXT-BUS         VALUE 'NBD'.
               88  DP-FUNC-ADD-BUS          VALUE 'BDA'.
               88  DP-FUNC-PREV-BUS         VALUE 'PBD'.
               88  DP-FUNC-BUS-BETWEEN      VALUE 'BDB'.
           05  DP-JULIAN              PIC S9(7) COMP-3.
           05  DP-GREGORIAN           PIC 9(08).
           05  DP-DAYS                PIC S9(05) COMP-3.
           05  DP-RETURN-CODE         PIC X(01).
               88  DP-RC-GOOD               VALUE 'G'.
               88  DP-RC-ERROR              VALUE 'E'.
           05  DP-JULIAN-TO           PIC S9(7) COMP-3.
