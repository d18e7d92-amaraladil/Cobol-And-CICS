000162* 2026-09-02 AA   NBD/BDA BUSINESS-DAY FUNCTIONS AGAINST THE
000164*                 HOLCFG HOLIDAY CALENDAR - CUSTOMER-FACING
000166*                 DATES STOP LANDING ON SUNDAYS AND HOLIDAYS
000167* 2026-09-19 AA   PBD PREVIOUS-BUSINESS-DAY FUNCTION - A
000168*                 REGULATORY DEADLINE THAT FALLS ON A WEEKEND OR
000169*                 HOLIDAY IS BROUGHT FORWARD, NEVER PUSHED BACK
000170* 2026-10-15 AA   BDB BUSINESS-DAYS-BETWEEN FUNCTION - TURNAROUND
000171*                 MEASURED IN THE DAYS THE OFFICE WAS OPEN
000175*-----------------------------------------------------------------
000180*****************************************************************
000190* THE SHOP FINALLY HAS A CALENDAR UTILITY. DCI8BPGD'S PROLOGUE
000200* USED TO ADMIT THAT EVERY THRESHOLD CARD HAD TO CARRY A
000970         88  LK-FUNC-G2J              VALUE 'G2J'.
000972         88  LK-FUNC-NEXT-BUS         VALUE 'NBD'.
000974         88  LK-FUNC-ADD-BUS          VALUE 'BDA'.
000977         88  LK-FUNC-PREV-BUS         VALUE 'PBD'.
000978         88  LK-FUNC-BUS-BETWEEN      VALUE 'BDB'.
000980     05  LK-JULIAN              PIC S9(7) COMP-3.
000990     05  LK-GREGORIAN           PIC 9(08).
001000     05  LK-DAYS                PIC S9(05) COMP-3.
001010     05  LK-RETURN-CODE         PIC X(01).
001011     05  LK-JULIAN-TO           PIC S9(7) COMP-3.

001030 PROCEDURE DIVISION USING LK-DATEPARM.

001209                           PERFORM 6500-ADD-BUS-DAYS
001210                               THRU 6500-EXIT
001211                       ELSE
001212                          IF LK-FUNC-PREV-BUS THEN
001213                              PERFORM 6700-PREV-BUS-DAY
001214                                  THRU 6700-EXIT
001215                          ELSE
001216                           IF LK-FUNC-BUS-BETWEEN THEN
001217                               PERFORM 6900-BUS-BETWEEN
001218                                   THRU 6900-EXIT
001219                           ELSE
001220                               MOVE 'E' TO LK-RETURN-CODE
001221                           END-IF
001222                          END-IF
001223                       END-IF
001224                      END-IF
001225                     END-IF
001230                 END-IF
001240             END-IF
001250         END-IF
002848 6600-EXIT.
002850     EXIT.

002851*-----------------------------------------------------------------
002852* 6700-PREV-BUS-DAY LEAVES LK-JULIAN ALONE WHEN IT ALREADY IS
002853* A BUSINESS DAY, OTHERWISE ROLLS IT BACK ONE CALENDAR DAY AT
002854* A TIME UNTIL IT IS ONE - THE MIRROR OF 6000-NEXT-BUS-DAY
002855*-----------------------------------------------------------------
002856 6700-PREV-BUS-DAY.

002857     MOVE LK-JULIAN TO WS-JULIAN-NUM.
002858     PERFORM 8000-CHECK-LEAP THRU 8000-EXIT.

002859     IF WS-JUL-YEAR < 2001 OR WS-JUL-DDD = 0 OR
002860             WS-JUL-DDD > WS-YEAR-LEN THEN
002861         MOVE 'E' TO LK-RETURN-CODE
002862         GO TO 6700-EXIT
002863     END-IF.

002864     PERFORM 6200-CHECK-BUSINESS THRU 6200-EXIT.

002865     PERFORM 6800-STEP-BACK THRU 6800-EXIT
002866         UNTIL WS-IS-BUSINESS.

002867     MOVE WS-JULIAN-NUM TO LK-JULIAN.

002868 6700-EXIT.
002869     EXIT.

002870 6800-STEP-BACK.

002871     SUBTRACT 1 FROM WS-JUL-DDD.
002872     IF WS-JUL-DDD = 0 THEN
002873         SUBTRACT 1 FROM WS-JUL-YEAR
002874         PERFORM 8000-CHECK-LEAP THRU 8000-EXIT
002875         MOVE WS-YEAR-LEN TO WS-JUL-DDD
002876     END-IF.
002877     PERFORM 6200-CHECK-BUSINESS THRU 6200-EXIT.

002878 6800-EXIT.
002879     EXIT.

002880*-----------------------------------------------------------------
002881* 6900-BUS-BETWEEN COUNTS THE BUSINESS DAYS AFTER LK-JULIAN UP
002882* TO AND INCLUDING LK-JULIAN-TO, STEPPING ONE CALENDAR DAY AT A
002883* TIME THE WAY 6500-ADD-BUS-DAYS DOES - SO A BDA OF N DAYS AND
002884* A BDB BACK TO THE START ALWAYS AGREE
002885*-----------------------------------------------------------------
002886 6900-BUS-BETWEEN.

002887     MOVE 0 TO LK-DAYS.

002888     MOVE LK-JULIAN-TO TO WS-JULIAN-NUM.
002889     PERFORM 8000-CHECK-LEAP THRU 8000-EXIT.
002890     IF WS-JUL-YEAR < 2001 OR WS-JUL-DDD = 0 OR
002891             WS-JUL-DDD > WS-YEAR-LEN THEN
002892         MOVE 'E' TO LK-RETURN-CODE
002893         GO TO 6900-EXIT
002894     END-IF.

002895     MOVE LK-JULIAN TO WS-JULIAN-NUM.
002896     PERFORM 8000-CHECK-LEAP THRU 8000-EXIT.
002897     IF WS-JUL-YEAR < 2001 OR WS-JUL-DDD = 0 OR
002898             WS-JUL-DDD > WS-YEAR-LEN THEN
002899         MOVE 'E' TO LK-RETURN-CODE
002900         GO TO 6900-EXIT
002901     END-IF.

002902     PERFORM 6950-COUNT-TO THRU 6950-EXIT
002903         UNTIL WS-JULIAN-NUM NOT < LK-JULIAN-TO.

002904 6900-EXIT.
002905     EXIT.

002906 6950-COUNT-TO.

002907     PERFORM 6300-BUMP-ONE-DAY THRU 6300-EXIT.
002908     PERFORM 6200-CHECK-BUSINESS THRU 6200-EXIT.
002909     IF WS-IS-BUSINESS THEN
002910         ADD 1 TO LK-DAYS
002911     END-IF.

002912 6950-EXIT.
002913     EXIT.

002923*-----------------------------------------------------------------
002933* 7000-OPEN-HOLCFG OPENS THE CALENDAR ON FIRST USE AND LEAVES
002943* IT OPEN FOR THE REST OF THE RUN - STATUS 35 (NO FILE) JUST
002953* MEANS WEEKENDS ONLY, THE SAME NOTHING-KEYED-CHANGES-NOTHING
002963* RULE THE CONFIG FILES FOLLOW
002973*-----------------------------------------------------------------
002983 7000-OPEN-HOLCFG.

002993     IF WS-HOLCFG-OPEN THEN
003003         GO TO 7000-EXIT
003013     END-IF.

003023     MOVE 'Y' TO WS-HOLCFG-OPEN-SW.
003033     OPEN INPUT HOLCFG-FILE.

003043     IF WS-HOLCFG-STATUS = '00' THEN
003053         MOVE 'Y' TO WS-HOLCFG-AVAIL-SW
003063     END-IF.

003073 7000-EXIT.
003083     EXIT.

003093 END PROGRAM DCI8BDAT.
