      *========================================================*
      *  SCHLRTN.cpy                                           *
      *  Common scholarship-master paragraphs: the load into   *
      *  the WS-SCH table and the lookup of one scholar.       *
      *========================================================*
       SCH-LOAD-RTN.
           MOVE 0 TO WS-SCH-COUNT.
           MOVE 'N' TO WS-SCH-EOF.
           MOVE 'N' TO WS-SCH-OVFL-SW.
           OPEN INPUT SCHOLAR-FILE.
           IF WS-SCH-STATUS = "35"
               CONTINUE
           ELSE
               PERFORM SCH-READ-RTN UNTIL WS-SCH-EOF = 'Y'
               CLOSE SCHOLAR-FILE
           END-IF.

       SCH-READ-RTN.
           READ SCHOLAR-FILE
               AT END MOVE 'Y' TO WS-SCH-EOF
               NOT AT END
                   IF WS-SCH-COUNT < 500
                       ADD 1 TO WS-SCH-COUNT
                       SET SC-IDX TO WS-SCH-COUNT
                       MOVE SCHOLAR-REC TO WS-SCH-ENTRY(SC-IDX)
                   ELSE
                       MOVE 'Y' TO WS-SCH-OVFL-SW
                   END-IF
           END-READ.

       SCH-FIND-RTN.
           MOVE 0 TO WS-SCH-HIT.
           PERFORM SCH-MATCH-RTN
               VARYING SC-IDX FROM 1 BY 1
               UNTIL SC-IDX > WS-SCH-COUNT OR WS-SCH-HIT > 0.

       SCH-MATCH-RTN.
           IF SCT-SNO(SC-IDX) = WS-SCH-FIND
               SET WS-SCH-HIT TO SC-IDX
           END-IF.
