      *========================================================*
      *  LICRTN.cpy                                            *
      *  Common LICENSES paragraphs: the load into the         *
      *  register table, the lookup of one license number and  *
      *  the save of the table.                                *
      *========================================================*
       LIC-LOAD-RTN.
           MOVE 0 TO WS-REG-COUNT.
           MOVE 0 TO WS-NEXT-NO.
           MOVE 'N' TO WS-REG-EOF.
           MOVE 'N' TO WS-REG-OVFL-SW.
           OPEN INPUT REG-FILE.
           IF WS-REG-STATUS = "35"
               CONTINUE
           ELSE
               PERFORM LIC-READ-RTN UNTIL WS-REG-EOF = 'Y'
               CLOSE REG-FILE
           END-IF.

       LIC-READ-RTN.
           READ REG-FILE
               AT END MOVE 'Y' TO WS-REG-EOF
               NOT AT END
                   IF WS-REG-COUNT < 2000
                       ADD 1 TO WS-REG-COUNT
                       SET RG-IDX TO WS-REG-COUNT
                       MOVE REG-REC TO WS-REG-ENTRY(RG-IDX)
                   ELSE
                       MOVE 'Y' TO WS-REG-OVFL-SW
                   END-IF
                   IF LC-NO > WS-NEXT-NO
                       MOVE LC-NO TO WS-NEXT-NO
                   END-IF
           END-READ.

       LIC-FIND-RTN.
           MOVE 0 TO WS-LIC-HIT.
           PERFORM LIC-MATCH-RTN
               VARYING RG-IDX FROM 1 BY 1
               UNTIL RG-IDX > WS-REG-COUNT OR WS-LIC-HIT > 0.

       LIC-MATCH-RTN.
           IF RG-NO(RG-IDX) = WS-LIC-FIND
               SET WS-LIC-HIT TO RG-IDX
           END-IF.

       LIC-SAVE-RTN.
           OPEN OUTPUT REG-FILE.
           PERFORM LIC-WRITE-RTN
               VARYING RG-IDX FROM 1 BY 1
               UNTIL RG-IDX > WS-REG-COUNT.
           CLOSE REG-FILE.

       LIC-WRITE-RTN.
           MOVE WS-REG-ENTRY(RG-IDX) TO REG-REC.
           WRITE REG-REC.
