      *========================================================*
      *  ARINVRTN.cpy                                          *
      *  Common open-invoice paragraphs: the load into the     *
      *  WS-ARINV table, the lookup of one invoice number, the *
      *  save of the table and the append of one invoice.      *
      *========================================================*
       ARINV-LOAD-RTN.
           MOVE 0 TO WS-ARINV-COUNT.
           MOVE 'N' TO WS-ARINV-EOF.
           MOVE 'N' TO WS-ARINV-OVFL-SW.
           OPEN INPUT ARINV-FILE.
           IF WS-ARINV-STATUS = "35"
               CONTINUE
           ELSE
               PERFORM ARINV-READ-RTN UNTIL WS-ARINV-EOF = 'Y'
               CLOSE ARINV-FILE
           END-IF.

       ARINV-READ-RTN.
           READ ARINV-FILE
               AT END MOVE 'Y' TO WS-ARINV-EOF
               NOT AT END
                   IF WS-ARINV-COUNT < 2000
                       ADD 1 TO WS-ARINV-COUNT
                       SET OT-IDX TO WS-ARINV-COUNT
                       MOVE ARINV-REC TO WS-ARINV-ENTRY(OT-IDX)
                   ELSE
                       MOVE 'Y' TO WS-ARINV-OVFL-SW
                   END-IF
           END-READ.

       ARINV-FIND-RTN.
           MOVE 0 TO WS-ARINV-HIT.
           PERFORM ARINV-MATCH-RTN
               VARYING OT-IDX FROM 1 BY 1
               UNTIL OT-IDX > WS-ARINV-COUNT OR WS-ARINV-HIT > 0.

       ARINV-MATCH-RTN.
           IF OT-INV-NO(OT-IDX) = WS-ARINV-FIND
               SET WS-ARINV-HIT TO OT-IDX
           END-IF.

       ARINV-SAVE-RTN.
           OPEN OUTPUT ARINV-FILE.
           PERFORM ARINV-WRITE-RTN
               VARYING OT-IDX FROM 1 BY 1
               UNTIL OT-IDX > WS-ARINV-COUNT.
           CLOSE ARINV-FILE.

       ARINV-WRITE-RTN.
           MOVE WS-ARINV-ENTRY(OT-IDX) TO ARINV-REC.
           WRITE ARINV-REC.

       ARINV-ADD-RTN.
           OPEN EXTEND ARINV-FILE.
           IF WS-ARINV-STATUS = "35"
               OPEN OUTPUT ARINV-FILE
           END-IF.
           WRITE ARINV-REC.
           CLOSE ARINV-FILE.
