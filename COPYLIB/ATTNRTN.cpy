      *========================================================*
      *  ATTNRTN.cpy                                           *
      *  Common class attendance paragraphs: the load that     *
      *  tallies each student's meetings, absences and lates   *
      *  per subject, and the lookup of one student-subject    *
      *  against the absence limit. A student is judged on     *
      *  the meetings recorded for them, so a meeting keyed    *
      *  for the class counts whether they came or not.        *
      *========================================================*
       ATN-LOAD-RTN.
           MOVE 0 TO WS-ATN-COUNT.
           MOVE 'N' TO WS-ATN-EOF.
           MOVE 'N' TO WS-ATN-OVFL-SW.
           OPEN INPUT ATTEND-FILE.
           IF WS-ATN-STATUS = "35"
               CONTINUE
           ELSE
               PERFORM ATN-READ-RTN UNTIL WS-ATN-EOF = 'Y'
               CLOSE ATTEND-FILE
           END-IF.

       ATN-READ-RTN.
           READ ATTEND-FILE
               AT END MOVE 'Y' TO WS-ATN-EOF
               NOT AT END
                   IF WS-ATN-SY = 0
                       OR (AN-SY = WS-ATN-SY
                           AND AN-TERM = WS-ATN-TERM)
                       PERFORM ATN-TALLY-RTN
                   END-IF
           END-READ.

       ATN-TALLY-RTN.
           MOVE AN-KEY TO WS-ATN-FIND.
           PERFORM ATN-LOCATE-RTN.
           IF WS-ATN-HIT = 0
               IF WS-ATN-COUNT < 3000
                   ADD 1 TO WS-ATN-COUNT
                   MOVE WS-ATN-COUNT TO WS-ATN-HIT
                   MOVE AN-KEY TO ANT-KEY(WS-ATN-HIT)
                   MOVE 0 TO ANT-MEETINGS(WS-ATN-HIT)
                   MOVE 0 TO ANT-ABSENT(WS-ATN-HIT)
                   MOVE 0 TO ANT-LATE(WS-ATN-HIT)
               ELSE
                   MOVE 'Y' TO WS-ATN-OVFL-SW
               END-IF
           END-IF.
           IF WS-ATN-HIT > 0
               ADD 1 TO ANT-MEETINGS(WS-ATN-HIT)
               IF AN-ABSENT
                   ADD 1 TO ANT-ABSENT(WS-ATN-HIT)
               END-IF
               IF AN-LATE
                   ADD 1 TO ANT-LATE(WS-ATN-HIT)
               END-IF
           END-IF.

       ATN-LOCATE-RTN.
           MOVE 0 TO WS-ATN-HIT.
           PERFORM ATN-MATCH-RTN
               VARYING ANT-IDX FROM 1 BY 1
               UNTIL ANT-IDX > WS-ATN-COUNT OR WS-ATN-HIT > 0.

       ATN-MATCH-RTN.
           IF ANT-KEY(ANT-IDX) = WS-ATN-FIND
               SET WS-ATN-HIT TO ANT-IDX
           END-IF.

      * more than the limit percentage of the meetings held
      *is over; the warning level up to the limit is near
       ATN-FIND-RTN.
           PERFORM ATN-LOCATE-RTN.
           IF WS-ATN-HIT > 0
               PERFORM ATN-JUDGE-RTN
           ELSE
               MOVE 0 TO WS-ATN-MEETINGS
               MOVE 0 TO WS-ATN-ABSENT
               MOVE 0 TO WS-ATN-LATE
               MOVE 0 TO WS-ATN-COUNTED
               MOVE 0 TO WS-ATN-PCT
               MOVE 'N' TO WS-ATN-OVER-SW
               MOVE 'N' TO WS-ATN-NEAR-SW
           END-IF.

       ATN-JUDGE-RTN.
           MOVE ANT-MEETINGS(WS-ATN-HIT) TO WS-ATN-MEETINGS.
           MOVE ANT-ABSENT(WS-ATN-HIT) TO WS-ATN-ABSENT.
           MOVE ANT-LATE(WS-ATN-HIT) TO WS-ATN-LATE.
           COMPUTE WS-ATN-COUNTED = WS-ATN-ABSENT
               + WS-ATN-LATE / WS-ATN-LATES-PER.
           MOVE 'N' TO WS-ATN-OVER-SW.
           MOVE 'N' TO WS-ATN-NEAR-SW.
           MOVE 0 TO WS-ATN-PCT.
           IF WS-ATN-MEETINGS > 0
               COMPUTE WS-ATN-PCT =
                   WS-ATN-COUNTED * 100 / WS-ATN-MEETINGS
               IF WS-ATN-COUNTED * 100
                   > WS-ATN-MEETINGS * WS-ATN-LIMIT-PCT
                   MOVE 'Y' TO WS-ATN-OVER-SW
               ELSE
                   IF WS-ATN-COUNTED > 0
                       AND WS-ATN-COUNTED * 100
                       NOT < WS-ATN-MEETINGS * WS-ATN-WARN-PCT
                       MOVE 'Y' TO WS-ATN-NEAR-SW
                   END-IF
               END-IF
           END-IF.
