      *========================================================*
      *  AIRRTN.cpy                                            *
      *  Common airing paragraphs: the load of SHOWSKED and    *
      *  the commercial inventory, and the check of one show   *
      *  on one date. A run of days may wrap the week end      *
      *  (SAT-MON).                                            *
      *========================================================*
       AIR-LOAD-RTN.
           PERFORM AIR-CLEAR-RTN
               VARYING WS-AIR-SHOW FROM 1 BY 1
               UNTIL WS-AIR-SHOW > 12.
           MOVE 'N' TO WS-AIR-EOF.
           OPEN INPUT SKED-FILE.
           IF WS-SKED-STATUS = "35"
               CONTINUE
           ELSE
               PERFORM AIR-READ-SKED-RTN UNTIL WS-AIR-EOF = 'Y'
               CLOSE SKED-FILE
           END-IF.
           MOVE 'N' TO WS-AIR-EOF.
           OPEN INPUT CINV-FILE.
           IF WS-CINV-STATUS = "35"
               CONTINUE
           ELSE
               PERFORM AIR-READ-CINV-RTN UNTIL WS-AIR-EOF = 'Y'
               CLOSE CINV-FILE
           END-IF.

       AIR-CLEAR-RTN.
           MOVE 0 TO AI-FROM(WS-AIR-SHOW).
           MOVE 0 TO AI-TO(WS-AIR-SHOW).
           MOVE SPACES TO AI-DAYS(WS-AIR-SHOW).
           MOVE SPACES TO AI-TIME(WS-AIR-SHOW).
           MOVE 0 TO AI-CAPACITY(WS-AIR-SHOW).

       AIR-READ-SKED-RTN.
           READ SKED-FILE
               AT END MOVE 'Y' TO WS-AIR-EOF
               NOT AT END
                   IF SK-SHOW-CODE >= 1 AND SK-SHOW-CODE <= 12
                       MOVE SK-SHOW-CODE TO WS-AIR-SHOW
                       MOVE SK-DAY TO AI-DAYS(WS-AIR-SHOW)
                       MOVE SK-TIME TO AI-TIME(WS-AIR-SHOW)
                       PERFORM AIR-PARSE-DAYS-RTN
                   END-IF
           END-READ.

       AIR-READ-CINV-RTN.
           READ CINV-FILE
               AT END MOVE 'Y' TO WS-AIR-EOF
               NOT AT END
                   IF CI-SHOW-CODE >= 1 AND CI-SHOW-CODE <= 12
                       AND CI-BREAKS NUMERIC
                       AND CI-BREAK-SPOTS NUMERIC
                       COMPUTE AI-CAPACITY(CI-SHOW-CODE) =
                           CI-BREAKS * CI-BREAK-SPOTS
                   END-IF
           END-READ.

      * the schedule's days as keyed, in either case
       AIR-PARSE-DAYS-RTN.
           MOVE SK-DAY TO WS-AIR-TEXT.
           INSPECT WS-AIR-TEXT CONVERTING
               "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           MOVE 0 TO AI-FROM(WS-AIR-SHOW).
           MOVE 0 TO AI-TO(WS-AIR-SHOW).
           EVALUATE WS-AIR-TEXT
               WHEN "DAILY"
                   MOVE 1 TO AI-FROM(WS-AIR-SHOW)
                   MOVE 7 TO AI-TO(WS-AIR-SHOW)
               WHEN "WEEKDAYS"
                   MOVE 1 TO AI-FROM(WS-AIR-SHOW)
                   MOVE 5 TO AI-TO(WS-AIR-SHOW)
               WHEN "WEEKENDS"
                   MOVE 6 TO AI-FROM(WS-AIR-SHOW)
                   MOVE 7 TO AI-TO(WS-AIR-SHOW)
               WHEN OTHER
                   PERFORM AIR-MATCH-DAY-RTN
                       VARYING WS-AIR-SUB FROM 1 BY 1
                       UNTIL WS-AIR-SUB > 7
                   IF WS-AIR-TEXT(4:6) = SPACES
                       MOVE AI-FROM(WS-AIR-SHOW) TO AI-TO(WS-AIR-SHOW)
                   END-IF
                   IF AI-FROM(WS-AIR-SHOW) = 0
                       OR AI-TO(WS-AIR-SHOW) = 0
                       MOVE 0 TO AI-FROM(WS-AIR-SHOW)
                       MOVE 0 TO AI-TO(WS-AIR-SHOW)
                   END-IF
           END-EVALUATE.

       AIR-MATCH-DAY-RTN.
           IF WS-AIR-TEXT(1:3) = WS-AIR-DAY(WS-AIR-SUB)
               MOVE WS-AIR-SUB TO AI-FROM(WS-AIR-SHOW)
           END-IF.
           IF WS-AIR-TEXT(4:1) = "-"
               AND WS-AIR-TEXT(5:3) = WS-AIR-DAY(WS-AIR-SUB)
               AND WS-AIR-TEXT(8:2) = SPACES
               MOVE WS-AIR-SUB TO AI-TO(WS-AIR-SHOW)
           END-IF.

      * CALNDR-DOW-RTN counts Saturday 0, Sunday 1, Monday 2
       AIR-CHECK-RTN.
           PERFORM CALNDR-DOW-RTN.
           IF WS-CAL-DOW < 2
               COMPUTE WS-AIR-WEEKDAY = WS-CAL-DOW + 6
           ELSE
               COMPUTE WS-AIR-WEEKDAY = WS-CAL-DOW - 1
           END-IF.
           MOVE WS-AIR-DAY(WS-AIR-WEEKDAY) TO WS-AIR-DAY-NAME.
           MOVE 0 TO WS-AIR-CAPACITY.
           IF WS-AIR-SHOW < 1 OR WS-AIR-SHOW > 12
               MOVE 'U' TO WS-AIR-SW
           ELSE
               IF AI-FROM(WS-AIR-SHOW) = 0
                   OR AI-CAPACITY(WS-AIR-SHOW) = 0
                   MOVE 'U' TO WS-AIR-SW
               ELSE
                   MOVE 'N' TO WS-AIR-SW
                   IF AI-FROM(WS-AIR-SHOW) NOT > AI-TO(WS-AIR-SHOW)
                       IF WS-AIR-WEEKDAY >= AI-FROM(WS-AIR-SHOW)
                           AND WS-AIR-WEEKDAY <= AI-TO(WS-AIR-SHOW)
                           MOVE 'Y' TO WS-AIR-SW
                       END-IF
                   ELSE
                       IF WS-AIR-WEEKDAY >= AI-FROM(WS-AIR-SHOW)
                           OR WS-AIR-WEEKDAY <= AI-TO(WS-AIR-SHOW)
                           MOVE 'Y' TO WS-AIR-SW
                       END-IF
                   END-IF
                   IF WS-AIR-SW = 'Y'
                       MOVE AI-CAPACITY(WS-AIR-SHOW) TO WS-AIR-CAPACITY
                   END-IF
               END-IF
           END-IF.
