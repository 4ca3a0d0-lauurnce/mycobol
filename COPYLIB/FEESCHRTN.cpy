      *========================================================*
      *  FEESCHRTN.cpy                                         *
      *  Common fee-schedule paragraphs: the load into the     *
      *  WS-FEE table and the lookup of one course and year    *
      *  level.                                                *
      *========================================================*
       FEE-LOAD-RTN.
           MOVE 0 TO WS-FEE-COUNT.
           MOVE 'N' TO WS-FEE-EOF.
           MOVE 'N' TO WS-FEE-OVFL-SW.
           OPEN INPUT FEE-FILE.
           IF WS-FEE-STATUS = "35"
               CONTINUE
           ELSE
               PERFORM FEE-READ-RTN UNTIL WS-FEE-EOF = 'Y'
               CLOSE FEE-FILE
           END-IF.

       FEE-READ-RTN.
           READ FEE-FILE
               AT END MOVE 'Y' TO WS-FEE-EOF
               NOT AT END
                   IF WS-FEE-COUNT < 100
                       ADD 1 TO WS-FEE-COUNT
                       SET FE-IDX TO WS-FEE-COUNT
                       MOVE FEE-REC TO WS-FEE-ENTRY(FE-IDX)
                   ELSE
                       MOVE 'Y' TO WS-FEE-OVFL-SW
                   END-IF
           END-READ.

       FEE-FIND-RTN.
           MOVE 0 TO WS-FEE-HIT.
           PERFORM FEE-MATCH-RTN
               VARYING FE-IDX FROM 1 BY 1
               UNTIL FE-IDX > WS-FEE-COUNT OR WS-FEE-HIT > 0.

       FEE-MATCH-RTN.
           IF FET-CRS(FE-IDX) = WS-FEE-CRS
               AND FET-YEAR(FE-IDX) = WS-FEE-YEAR
               SET WS-FEE-HIT TO FE-IDX
           END-IF.
