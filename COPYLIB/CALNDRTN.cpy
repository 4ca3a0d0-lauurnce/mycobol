      *========================================================*
      *  CALNDRTN.cpy                                          *
      *  Common holiday-calendar paragraphs: the load into the *
      *  WS-CAL table, the business-day test of WS-DC-DATE and *
      *  the rolls onto the next business day. The day of the  *
      *  week is Zeller's congruence on the Gregorian year.    *
      *  Every roll ends: the table holds at most 400 closed   *
      *  days, so a run of them is never endless.              *
      *========================================================*
       CALNDR-LOAD-RTN.
           MOVE 0 TO WS-CAL-COUNT.
           MOVE 'N' TO WS-CAL-EOF.
           MOVE 'N' TO WS-CAL-OVFL-SW.
           OPEN INPUT CALNDR-FILE.
           IF WS-CAL-STATUS = "35"
               CONTINUE
           ELSE
               PERFORM CALNDR-READ-RTN UNTIL WS-CAL-EOF = 'Y'
               CLOSE CALNDR-FILE
           END-IF.

       CALNDR-READ-RTN.
           READ CALNDR-FILE
               AT END MOVE 'Y' TO WS-CAL-EOF
               NOT AT END
                   IF WS-CAL-COUNT < 400
                       ADD 1 TO WS-CAL-COUNT
                       SET CL-IDX TO WS-CAL-COUNT
                       MOVE CALNDR-REC TO WS-CAL-ENTRY(CL-IDX)
                   ELSE
                       MOVE 'Y' TO WS-CAL-OVFL-SW
                   END-IF
           END-READ.

       CALNDR-CHECK-RTN.
           PERFORM CALNDR-DOW-RTN.
           IF WS-CAL-DOW < 2
               MOVE 'N' TO WS-CAL-BUSDAY-SW
           ELSE
               MOVE 'Y' TO WS-CAL-BUSDAY-SW
           END-IF.
           MOVE SPACES TO WS-CAL-DESC.
           MOVE 0 TO WS-CAL-HIT.
           PERFORM CALNDR-MATCH-RTN
               VARYING CL-IDX FROM 1 BY 1
               UNTIL CL-IDX > WS-CAL-COUNT OR WS-CAL-HIT > 0.

       CALNDR-MATCH-RTN.
           IF CLT-DATE(CL-IDX) = WS-DC-DATE
               MOVE CL-IDX TO WS-CAL-HIT
               MOVE CLT-DESC(CL-IDX) TO WS-CAL-DESC
               IF CLT-HOLIDAY(CL-IDX) = 'Y'
                   MOVE 'N' TO WS-CAL-BUSDAY-SW
               ELSE
                   MOVE 'Y' TO WS-CAL-BUSDAY-SW
               END-IF
           END-IF.

      * January and February count as months 13 and 14 of
      *the year before
       CALNDR-DOW-RTN.
           MOVE WS-DC-YY TO WS-CAL-ZY.
           MOVE WS-DC-MM TO WS-CAL-ZM.
           IF WS-CAL-ZM < 3
               ADD 12 TO WS-CAL-ZM
               SUBTRACT 1 FROM WS-CAL-ZY
           END-IF.
           MOVE WS-DC-DD TO WS-CAL-ZT.
           COMPUTE WS-CAL-ZQ = (13 * (WS-CAL-ZM + 1)) / 5.
           ADD WS-CAL-ZQ TO WS-CAL-ZT.
           ADD WS-CAL-ZY TO WS-CAL-ZT.
           COMPUTE WS-CAL-ZQ = WS-CAL-ZY / 4.
           ADD WS-CAL-ZQ TO WS-CAL-ZT.
           COMPUTE WS-CAL-ZQ = WS-CAL-ZY / 100.
           SUBTRACT WS-CAL-ZQ FROM WS-CAL-ZT.
           COMPUTE WS-CAL-ZQ = WS-CAL-ZY / 400.
           ADD WS-CAL-ZQ TO WS-CAL-ZT.
           DIVIDE WS-CAL-ZT BY 7 GIVING WS-CAL-ZQ
               REMAINDER WS-CAL-DOW.

       CALNDR-ROLL-RTN.
           PERFORM CALNDR-CHECK-RTN.
           PERFORM CALNDR-STEP-RTN
               UNTIL WS-CAL-BUSDAY-SW = 'Y'.

       CALNDR-NEXT-BUSDAY-RTN.
           PERFORM CALNDR-STEP-RTN.
           PERFORM CALNDR-STEP-RTN
               UNTIL WS-CAL-BUSDAY-SW = 'Y'.

       CALNDR-STEP-RTN.
           PERFORM DATE-ADD-DAY-RTN.
           PERFORM CALNDR-CHECK-RTN.
