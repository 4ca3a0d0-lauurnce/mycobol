      *========================================================*
      *  OFFERRTN.cpy                                          *
      *  Common subject-offering paragraphs: the load of a     *
      *  term's offerings into the WS-OFR table, the lookup of *
      *  one offering by its key, and the schedule-conflict    *
      *  test between two of them.                             *
      *========================================================*
       OFR-LOAD-RTN.
           MOVE 0 TO WS-OFR-COUNT.
           MOVE 'N' TO WS-OFR-EOF.
           MOVE 'N' TO WS-OFR-OVFL-SW.
           OPEN INPUT OFFER-FILE.
           IF WS-OFR-STATUS = "35"
               CONTINUE
           ELSE
               PERFORM OFR-READ-RTN UNTIL WS-OFR-EOF = 'Y'
               CLOSE OFFER-FILE
           END-IF.

       OFR-READ-RTN.
           READ OFFER-FILE
               AT END MOVE 'Y' TO WS-OFR-EOF
               NOT AT END
                   IF WS-OFR-SY = 0
                       OR (OF-SY = WS-OFR-SY
                           AND OF-TERM = WS-OFR-TERM)
                       PERFORM OFR-KEEP-RTN
                   END-IF
           END-READ.

       OFR-KEEP-RTN.
           IF WS-OFR-COUNT < 300
               ADD 1 TO WS-OFR-COUNT
               SET OF-IDX TO WS-OFR-COUNT
               MOVE OFFER-REC TO WS-OFR-ENTRY(OF-IDX)
               MOVE 0 TO OFT-TAKEN(OF-IDX)
               MOVE 0 TO OFT-POSTED(OF-IDX)
           ELSE
               MOVE 'Y' TO WS-OFR-OVFL-SW
           END-IF.

       OFR-FIND-RTN.
           MOVE 0 TO WS-OFR-HIT.
           PERFORM OFR-MATCH-RTN
               VARYING OF-IDX FROM 1 BY 1
               UNTIL OF-IDX > WS-OFR-COUNT OR WS-OFR-HIT > 0.

       OFR-MATCH-RTN.
           IF OFT-KEY(OF-IDX) = WS-OFR-FIND
               SET WS-OFR-HIT TO OF-IDX
           END-IF.

      * two classes clash when their hours overlap on any
      *day both meet - a class ending as the other starts
      *does not
       OFR-CLASH-RTN.
           MOVE 'N' TO WS-OFR-CLASH-SW.
           IF OFT-START(WS-OFR-A) < OFT-END(WS-OFR-B)
               AND OFT-START(WS-OFR-B) < OFT-END(WS-OFR-A)
               PERFORM OFR-DAY-RTN
                   VARYING WS-OFR-DAY FROM 1 BY 1
                   UNTIL WS-OFR-DAY > 6 OR WS-OFR-CLASH-SW = 'Y'
           END-IF.

       OFR-DAY-RTN.
           IF OFT-DAYS(WS-OFR-A)(WS-OFR-DAY:1) NOT = SPACE
               MOVE 0 TO WS-OFR-TALLY
               INSPECT OFT-DAYS(WS-OFR-B) TALLYING WS-OFR-TALLY
                   FOR ALL OFT-DAYS(WS-OFR-A)(WS-OFR-DAY:1)
               IF WS-OFR-TALLY > 0
                   MOVE 'Y' TO WS-OFR-CLASH-SW
               END-IF
           END-IF.
