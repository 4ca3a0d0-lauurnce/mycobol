      *========================================================*
      *  BRMSTRTN.cpy                                          *
      *  Common branch-master paragraphs: the load into the    *
      *  WS-BRM table and the lookup by code. WS-BRM-HIT is    *
      *  captured inside BRMAST-MATCH-RTN, at the point of the *
      *  match, since BM-IDX no longer points at the match     *
      *  once the PERFORM VARYING that found it has returned.  *
      *========================================================*
       BRMAST-LOAD-RTN.
           MOVE 0 TO WS-BRM-COUNT.
           MOVE 'N' TO WS-BRM-EOF.
           MOVE 'N' TO WS-BRM-OVFL-SW.
           OPEN INPUT BRMAST-FILE.
           IF WS-BRM-STATUS = "35"
               CONTINUE
           ELSE
               PERFORM BRMAST-READ-RTN UNTIL WS-BRM-EOF = 'Y'
               CLOSE BRMAST-FILE
           END-IF.

       BRMAST-READ-RTN.
           READ BRMAST-FILE
               AT END MOVE 'Y' TO WS-BRM-EOF
               NOT AT END
                   IF WS-BRM-COUNT < 50
                       ADD 1 TO WS-BRM-COUNT
                       SET BM-IDX TO WS-BRM-COUNT
                       MOVE BRMAST-REC TO WS-BRM-ENTRY(BM-IDX)
                   ELSE
                       MOVE 'Y' TO WS-BRM-OVFL-SW
                   END-IF
           END-READ.

       BRMAST-FIND-RTN.
           MOVE 0 TO WS-BRM-HIT.
           MOVE "NOT ON MASTER" TO WS-BRM-NAME.
           PERFORM BRMAST-MATCH-RTN
               VARYING BM-IDX FROM 1 BY 1
               UNTIL BM-IDX > WS-BRM-COUNT OR WS-BRM-HIT > 0.

       BRMAST-MATCH-RTN.
           IF BMT-CODE(BM-IDX) = WS-BRM-WANTED
               MOVE BM-IDX TO WS-BRM-HIT
               MOVE BMT-NAME(BM-IDX) TO WS-BRM-NAME
           END-IF.
