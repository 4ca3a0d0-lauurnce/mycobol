      *========================================================*
      *  PROBRTN.cpy                                           *
      *  Common PROBATN paragraphs: the load into the WS-PRB   *
      *  table, the lookup of one student and the save of the  *
      *  table.                                                *
      *========================================================*
       PRB-LOAD-RTN.
           MOVE 0 TO WS-PRB-COUNT.
           MOVE 'N' TO WS-PRB-EOF.
           MOVE 'N' TO WS-PRB-OVFL-SW.
           OPEN INPUT PROB-FILE.
           IF WS-PRB-STATUS = "35"
               CONTINUE
           ELSE
               PERFORM PRB-READ-RTN UNTIL WS-PRB-EOF = 'Y'
               CLOSE PROB-FILE
           END-IF.

       PRB-READ-RTN.
           READ PROB-FILE
               AT END MOVE 'Y' TO WS-PRB-EOF
               NOT AT END
                   IF WS-PRB-COUNT < 1000
                       ADD 1 TO WS-PRB-COUNT
                       SET PB-IDX TO WS-PRB-COUNT
                       MOVE PROB-REC TO WS-PRB-ENTRY(PB-IDX)
                   ELSE
                       MOVE 'Y' TO WS-PRB-OVFL-SW
                   END-IF
           END-READ.

       PRB-FIND-RTN.
           MOVE 0 TO WS-PRB-HIT.
           PERFORM PRB-MATCH-RTN
               VARYING PB-IDX FROM 1 BY 1
               UNTIL PB-IDX > WS-PRB-COUNT OR WS-PRB-HIT > 0.

       PRB-MATCH-RTN.
           IF PBT-SNO(PB-IDX) = WS-PRB-FIND
               SET WS-PRB-HIT TO PB-IDX
           END-IF.

       PRB-SAVE-RTN.
           OPEN OUTPUT PROB-FILE.
           PERFORM PRB-WRITE-RTN
               VARYING PB-IDX FROM 1 BY 1
               UNTIL PB-IDX > WS-PRB-COUNT.
           CLOSE PROB-FILE.

       PRB-WRITE-RTN.
           MOVE WS-PRB-ENTRY(PB-IDX) TO PROB-REC.
           WRITE PROB-REC.
