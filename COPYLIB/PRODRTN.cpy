      *========================================================*
      *  PRODRTN.cpy                                           *
      *  Common product-master paragraphs: the load into the   *
      *  WS-PRODM table, the lookup of one code and the save   *
      *  of the table.                                         *
      *========================================================*
       PROD-LOAD-RTN.
           MOVE 0 TO WS-PRODM-COUNT.
           MOVE 'N' TO WS-PRODM-EOF.
           MOVE 'N' TO WS-PROD-OVFL-SW.
           OPEN INPUT PROD-FILE.
           IF WS-PROD-STATUS = "35"
               CONTINUE
           ELSE
               PERFORM PROD-READ-RTN UNTIL WS-PRODM-EOF = 'Y'
               CLOSE PROD-FILE
           END-IF.

       PROD-READ-RTN.
           READ PROD-FILE
               AT END MOVE 'Y' TO WS-PRODM-EOF
               NOT AT END
                   IF WS-PRODM-COUNT < 500
                       ADD 1 TO WS-PRODM-COUNT
                       MOVE PRODM-REC
                           TO WS-PRODM-ENTRY(WS-PRODM-COUNT)
                   ELSE
                       MOVE 'Y' TO WS-PROD-OVFL-SW
                   END-IF
           END-READ.

       PROD-FIND-RTN.
           MOVE 0 TO WS-PRODM-HIT.
           PERFORM PROD-MATCH-RTN
               VARYING WS-PRODM-IDX FROM 1 BY 1
               UNTIL WS-PRODM-IDX > WS-PRODM-COUNT
               OR WS-PRODM-HIT > 0.

       PROD-MATCH-RTN.
           IF PM-T-CODE(WS-PRODM-IDX) = WS-PROD-FIND
               MOVE WS-PRODM-IDX TO WS-PRODM-HIT
           END-IF.

       PROD-SAVE-RTN.
           OPEN OUTPUT PROD-FILE.
           PERFORM PROD-WRITE-RTN
               VARYING WS-PRODM-IDX FROM 1 BY 1
               UNTIL WS-PRODM-IDX > WS-PRODM-COUNT.
           CLOSE PROD-FILE.

       PROD-WRITE-RTN.
           MOVE WS-PRODM-ENTRY(WS-PRODM-IDX) TO PRODM-REC.
           WRITE PRODM-REC.
