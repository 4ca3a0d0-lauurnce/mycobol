      *========================================================*
      *  EVACRTN.cpy                                           *
      *  Common evacuation-log paragraphs: the load into the   *
      *  WS-EVAC table, the lookup of one day's count for a    *
      *  center and the save of the table.                     *
      *========================================================*
       EVAC-LOAD-RTN.
           MOVE 0 TO WS-EVAC-COUNT.
           MOVE 'N' TO WS-EVAC-EOF.
           MOVE 'N' TO WS-EVAC-OVFL-SW.
           OPEN INPUT EVAC-FILE.
           IF WS-EVAC-STATUS = "35"
               CONTINUE
           ELSE
               PERFORM EVAC-READ-RTN UNTIL WS-EVAC-EOF = 'Y'
               CLOSE EVAC-FILE
           END-IF.

       EVAC-READ-RTN.
           READ EVAC-FILE
               AT END MOVE 'Y' TO WS-EVAC-EOF
               NOT AT END
                   IF WS-EVAC-COUNT < 2000
                       ADD 1 TO WS-EVAC-COUNT
                       SET ET-IDX TO WS-EVAC-COUNT
                       MOVE EVAC-REC TO WS-EVAC-ENTRY(ET-IDX)
                   ELSE
                       MOVE 'Y' TO WS-EVAC-OVFL-SW
                   END-IF
           END-READ.

       EVAC-FIND-RTN.
           MOVE 0 TO WS-EVAC-HIT.
           PERFORM EVAC-MATCH-RTN
               VARYING ET-IDX FROM 1 BY 1
               UNTIL ET-IDX > WS-EVAC-COUNT OR WS-EVAC-HIT > 0.

       EVAC-MATCH-RTN.
           IF ET-KEY(ET-IDX) = WS-EVAC-FIND
               SET WS-EVAC-HIT TO ET-IDX
           END-IF.

       EVAC-SAVE-RTN.
           OPEN OUTPUT EVAC-FILE.
           PERFORM EVAC-WRITE-RTN
               VARYING ET-IDX FROM 1 BY 1
               UNTIL ET-IDX > WS-EVAC-COUNT.
           CLOSE EVAC-FILE.

       EVAC-WRITE-RTN.
           MOVE WS-EVAC-ENTRY(ET-IDX) TO EVAC-REC.
           WRITE EVAC-REC.
