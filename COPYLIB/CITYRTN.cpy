      *========================================================*
      *  CITYRTN.cpy                                           *
      *  Common city-map paragraphs: the load into the         *
      *  WS-CITY table and the lookup of one city.             *
      *========================================================*
       CITY-LOAD-RTN.
           MOVE 0 TO WS-CITY-COUNT.
           MOVE 'N' TO WS-CITY-EOF.
           MOVE 'N' TO WS-CITY-OVFL-SW.
           OPEN INPUT CITY-FILE.
           IF WS-CITY-STATUS = "35"
               CONTINUE
           ELSE
               PERFORM CITY-READ-RTN UNTIL WS-CITY-EOF = 'Y'
               CLOSE CITY-FILE
           END-IF.

       CITY-READ-RTN.
           READ CITY-FILE
               AT END MOVE 'Y' TO WS-CITY-EOF
               NOT AT END
                   IF WS-CITY-COUNT < 400
                       ADD 1 TO WS-CITY-COUNT
                       SET CY-IDX TO WS-CITY-COUNT
                       MOVE CITY-REC TO WS-CITY-ENTRY(CY-IDX)
                   ELSE
                       MOVE 'Y' TO WS-CITY-OVFL-SW
                   END-IF
           END-READ.

       CITY-FIND-RTN.
           MOVE 0 TO WS-CITY-HIT.
           PERFORM CITY-MATCH-RTN
               VARYING CY-IDX FROM 1 BY 1
               UNTIL CY-IDX > WS-CITY-COUNT OR WS-CITY-HIT > 0.

       CITY-MATCH-RTN.
           IF CY-CITY(CY-IDX) = WS-CITY-FIND
               SET WS-CITY-HIT TO CY-IDX
           END-IF.
