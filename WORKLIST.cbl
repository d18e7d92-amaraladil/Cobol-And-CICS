               88  WL-RECOMMEND-FREEZE      VALUE 'F'.
               88  WL-NO-ACTION             VALUE 'N'.
               88  WL-PROMISED              VALUE 'P'.
      * SET ONLY BY THE DCI8BDLR DIALLER RESULT IMPORT - THE
      * AUTOMATED CALL GOT NO ANSWER (TRIED AGAIN NEXT BUSINESS DAY)
      * OR REACHED A WRONG NUMBER (HELD OFF THE DIALLER EXTRACT UNTIL
      * A COLLECTOR WORKS THE ITEM AND TRACES A BETTER NUMBER)
               88  WL-NO-ANSWER             VALUE 'A'.
               88  WL-WRONG-NUMBER          VALUE 'W'.
           05  WL-FOLLOWUP-DATE       PIC S9(7) COMP-3.
           05  WL-WORKED-INFO.
               10  WL-WRK-USERID      PIC X(08).
