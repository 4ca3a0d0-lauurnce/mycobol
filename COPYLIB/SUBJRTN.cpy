      *========================================================*
      *  SUBJRTN.cpy                                           *
      *  Common subject-master paragraphs: the load into the   *
      *  WS-SBJ table and the units of one subject code.       *
      *========================================================*
       SUBJ-LOAD-RTN.
           MOVE 0 TO WS-SBJ-COUNT.
           MOVE 'N' TO WS-SBJ-EOF.
           MOVE 'N' TO WS-SBJ-OVFL-SW.
           OPEN INPUT SUBJECT-FILE.
           IF WS-SBJ-STATUS = "35"
               CONTINUE
           ELSE
               PERFORM SUBJ-READ-RTN UNTIL WS-SBJ-EOF = 'Y'
               CLOSE SUBJECT-FILE
           END-IF.

       SUBJ-READ-RTN.
           READ SUBJECT-FILE
               AT END MOVE 'Y' TO WS-SBJ-EOF
               NOT AT END
                   IF WS-SBJ-COUNT < 300
                       ADD 1 TO WS-SBJ-COUNT
                       SET SJ-IDX TO WS-SBJ-COUNT
                       MOVE SUBJECT-REC TO WS-SBJ-ENTRY(SJ-IDX)
                   ELSE
                       MOVE 'Y' TO WS-SBJ-OVFL-SW
                   END-IF
           END-READ.

       SUBJ-FIND-RTN.
           MOVE 0 TO WS-SBJ-HIT.
           MOVE WS-SBJ-DEFAULT TO WS-SBJ-UNITS.
           PERFORM SUBJ-MATCH-RTN
               VARYING SJ-IDX FROM 1 BY 1
               UNTIL SJ-IDX > WS-SBJ-COUNT OR WS-SBJ-HIT > 0.

       SUBJ-MATCH-RTN.
           IF SJT-CODE(SJ-IDX) = WS-SBJ-FIND
               SET WS-SBJ-HIT TO SJ-IDX
               MOVE SJT-UNITS(SJ-IDX) TO WS-SBJ-UNITS
           END-IF.
