      *========================================================*
      *  FACRTN.cpy                                            *
      *  Common faculty-master paragraphs: the load into the   *
      *  WS-FAC table and the lookup of one faculty ID.        *
      *========================================================*
       FAC-LOAD-RTN.
           MOVE 0 TO WS-FAC-COUNT.
           MOVE 'N' TO WS-FAC-EOF.
           MOVE 'N' TO WS-FAC-OVFL-SW.
           OPEN INPUT FACULTY-FILE.
           IF WS-FAC-STATUS = "35"
               CONTINUE
           ELSE
               PERFORM FAC-READ-RTN UNTIL WS-FAC-EOF = 'Y'
               CLOSE FACULTY-FILE
           END-IF.

       FAC-READ-RTN.
           READ FACULTY-FILE
               AT END MOVE 'Y' TO WS-FAC-EOF
               NOT AT END
                   IF WS-FAC-COUNT < 200
                       ADD 1 TO WS-FAC-COUNT
                       SET FA-IDX TO WS-FAC-COUNT
                       MOVE FACULTY-REC TO WS-FAC-ENTRY(FA-IDX)
                   ELSE
                       MOVE 'Y' TO WS-FAC-OVFL-SW
                   END-IF
           END-READ.

       FAC-FIND-RTN.
           MOVE 0 TO WS-FAC-HIT.
           PERFORM FAC-MATCH-RTN
               VARYING FA-IDX FROM 1 BY 1
               UNTIL FA-IDX > WS-FAC-COUNT OR WS-FAC-HIT > 0.

       FAC-MATCH-RTN.
           IF FAT-ID(FA-IDX) = WS-FAC-FIND
               SET WS-FAC-HIT TO FA-IDX
           END-IF.
