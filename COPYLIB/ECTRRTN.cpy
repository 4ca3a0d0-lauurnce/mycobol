      *========================================================*
      *  ECTRRTN.cpy                                           *
      *  Common evacuation-center paragraphs: the load into    *
      *  the WS-ECTR table and the lookup of one code.         *
      *========================================================*
       ECTR-LOAD-RTN.
           MOVE 0 TO WS-ECTR-COUNT.
           MOVE 'N' TO WS-ECTR-EOF.
           MOVE 'N' TO WS-ECTR-OVFL-SW.
           OPEN INPUT ECTR-FILE.
           IF WS-ECTR-STATUS = "35"
               CONTINUE
           ELSE
               PERFORM ECTR-READ-RTN UNTIL WS-ECTR-EOF = 'Y'
               CLOSE ECTR-FILE
           END-IF.

       ECTR-READ-RTN.
           READ ECTR-FILE
               AT END MOVE 'Y' TO WS-ECTR-EOF
               NOT AT END
                   IF WS-ECTR-COUNT < 100
                       ADD 1 TO WS-ECTR-COUNT
                       SET CT-IDX TO WS-ECTR-COUNT
                       MOVE ECTR-REC TO WS-ECTR-ENTRY(CT-IDX)
                   ELSE
                       MOVE 'Y' TO WS-ECTR-OVFL-SW
                   END-IF
           END-READ.

       ECTR-FIND-RTN.
           MOVE 0 TO WS-ECTR-HIT.
           PERFORM ECTR-MATCH-RTN
               VARYING CT-IDX FROM 1 BY 1
               UNTIL CT-IDX > WS-ECTR-COUNT OR WS-ECTR-HIT > 0.

       ECTR-MATCH-RTN.
           IF CT-CODE(CT-IDX) = WS-ECTR-FIND
               SET WS-ECTR-HIT TO CT-IDX
           END-IF.
