      *========================================================*
      *  AGYRTN.cpy                                            *
      *  Common agency-master paragraphs: the load into the    *
      *  WS-AGY table and the lookup of one agency code.       *
      *========================================================*
       AGY-LOAD-RTN.
           MOVE 0 TO WS-AGY-COUNT.
           MOVE 'N' TO WS-AGY-EOF.
           MOVE 'N' TO WS-AGY-OVFL-SW.
           OPEN INPUT AGY-FILE.
           IF WS-AGY-STATUS = "35"
               CONTINUE
           ELSE
               PERFORM AGY-READ-RTN UNTIL WS-AGY-EOF = 'Y'
               CLOSE AGY-FILE
           END-IF.

       AGY-READ-RTN.
           READ AGY-FILE
               AT END MOVE 'Y' TO WS-AGY-EOF
               NOT AT END
                   IF WS-AGY-COUNT < 100
                       ADD 1 TO WS-AGY-COUNT
                       SET AG-IDX TO WS-AGY-COUNT
                       MOVE AGY-REC TO WS-AGY-ENTRY(AG-IDX)
                   ELSE
                       MOVE 'Y' TO WS-AGY-OVFL-SW
                   END-IF
           END-READ.

       AGY-FIND-RTN.
           MOVE 0 TO WS-AGY-HIT.
           PERFORM AGY-MATCH-RTN
               VARYING AG-IDX FROM 1 BY 1
               UNTIL AG-IDX > WS-AGY-COUNT OR WS-AGY-HIT > 0.

       AGY-MATCH-RTN.
           IF AGT-CODE(AG-IDX) = WS-AGY-FIND
               SET WS-AGY-HIT TO AG-IDX
           END-IF.
