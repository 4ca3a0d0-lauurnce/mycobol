      *========================================================*
      *  CURRRTN.cpy                                           *
      *  Common curriculum paragraphs: the load, ordered on    *
      *  course / year / term / subject, and the degree audit  *
      *  of one student against their course. A subject is     *
      *  completed once any term's record of it is PASSED; on  *
      *  the current term a record not yet graded or still     *
      *  CONDITIONAL is in progress; anything else the course  *
      *  requires is missing. Subjects the course does not     *
      *  require are passed over.                              *
      *========================================================*
       CURR-LOAD-RTN.
           MOVE 0 TO WS-CUR-COUNT.
           MOVE 'N' TO WS-CUR-EOF.
           MOVE 'N' TO WS-CUR-OVFL-SW.
           OPEN INPUT CURRIC-FILE.
           IF WS-CUR-STATUS = "35"
               CONTINUE
           ELSE
               PERFORM CURR-READ-RTN UNTIL WS-CUR-EOF = 'Y'
               CLOSE CURRIC-FILE
           END-IF.
           PERFORM CURR-SORT-ONE-RTN
               VARYING WS-CUR-I FROM 1 BY 1
               UNTIL WS-CUR-I >= WS-CUR-COUNT.

       CURR-READ-RTN.
           READ CURRIC-FILE
               AT END MOVE 'Y' TO WS-CUR-EOF
               NOT AT END
                   IF WS-CUR-COUNT < 400
                       ADD 1 TO WS-CUR-COUNT
                       SET CU-IDX TO WS-CUR-COUNT
                       INITIALIZE WS-CUR-ENTRY(CU-IDX)
                       MOVE CURRIC-REC TO CUT-REC(CU-IDX)
                   ELSE
                       MOVE 'Y' TO WS-CUR-OVFL-SW
                   END-IF
           END-READ.

       CURR-SORT-ONE-RTN.
           MOVE WS-CUR-I TO WS-CUR-LOW.
           PERFORM CURR-FIND-LOW-RTN
               VARYING WS-CUR-J FROM WS-CUR-I BY 1
               UNTIL WS-CUR-J > WS-CUR-COUNT.
           IF WS-CUR-LOW NOT = WS-CUR-I
               MOVE WS-CUR-ENTRY(WS-CUR-I) TO WS-CUR-HOLD
               MOVE WS-CUR-ENTRY(WS-CUR-LOW)
                   TO WS-CUR-ENTRY(WS-CUR-I)
               MOVE WS-CUR-HOLD TO WS-CUR-ENTRY(WS-CUR-LOW)
           END-IF.

       CURR-FIND-LOW-RTN.
           IF CUT-KEY(WS-CUR-J) < CUT-KEY(WS-CUR-LOW)
               MOVE WS-CUR-J TO WS-CUR-LOW
           END-IF.

      * every requirement of the student's course starts
      *missing; other courses' entries are blanked
       CURR-START-RTN.
           MOVE 0 TO WS-CUR-REQS.
           PERFORM CURR-START-ONE-RTN
               VARYING CU-IDX FROM 1 BY 1
               UNTIL CU-IDX > WS-CUR-COUNT.

       CURR-START-ONE-RTN.
           MOVE 0 TO CUT-SY(CU-IDX) CUT-TM(CU-IDX)
               CUT-GRADE(CU-IDX).
           IF CUT-CRS(CU-IDX) = WS-CUR-CRS
               MOVE 'M' TO CUT-STAT(CU-IDX)
               ADD 1 TO WS-CUR-REQS
           ELSE
               MOVE SPACE TO CUT-STAT(CU-IDX)
           END-IF.

       CURR-TAKE-RTN.
           MOVE WS-CUR-SUBJ TO WS-CUR-PRQ-FIND.
           PERFORM CURR-FIND-RTN.
           MOVE WS-CUR-PRQ-HIT TO WS-CUR-HIT.
           IF WS-CUR-HIT > 0
               EVALUATE TRUE
                   WHEN WS-CUR-REM = "PASSED"
                       MOVE 'C' TO CUT-STAT(WS-CUR-HIT)
                       MOVE WS-CUR-SY TO CUT-SY(WS-CUR-HIT)
                       MOVE WS-CUR-TERM TO CUT-TM(WS-CUR-HIT)
                       MOVE WS-CUR-GRADE TO CUT-GRADE(WS-CUR-HIT)
                   WHEN CUT-STAT(WS-CUR-HIT) = 'C'
                       CONTINUE
                   WHEN WS-CUR-NOW-SW = 'Y'
                       AND (WS-CUR-REM = SPACES
                            OR WS-CUR-REM(1:4) = "COND")
                       MOVE 'P' TO CUT-STAT(WS-CUR-HIT)
                       MOVE WS-CUR-SY TO CUT-SY(WS-CUR-HIT)
                       MOVE WS-CUR-TERM TO CUT-TM(WS-CUR-HIT)
                       MOVE WS-CUR-GRADE TO CUT-GRADE(WS-CUR-HIT)
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.

      * the requirement of the audited course for the subject
      *in WS-CUR-PRQ-FIND, zero when the course has none
       CURR-FIND-RTN.
           MOVE 0 TO WS-CUR-PRQ-HIT.
           PERFORM CURR-MATCH-RTN
               VARYING CU-IDX FROM 1 BY 1
               UNTIL CU-IDX > WS-CUR-COUNT OR WS-CUR-PRQ-HIT > 0.

       CURR-MATCH-RTN.
           IF CUT-CRS(CU-IDX) = WS-CUR-CRS
               AND CUT-SUBJ(CU-IDX) = WS-CUR-PRQ-FIND
               SET WS-CUR-PRQ-HIT TO CU-IDX
           END-IF.

       CURR-TALLY-RTN.
           MOVE 0 TO WS-CUR-DONE WS-CUR-INPROG WS-CUR-MISSING.
           PERFORM CURR-TALLY-ONE-RTN
               VARYING CU-IDX FROM 1 BY 1
               UNTIL CU-IDX > WS-CUR-COUNT.

       CURR-TALLY-ONE-RTN.
           EVALUATE CUT-STAT(CU-IDX)
               WHEN 'C'
                   ADD 1 TO WS-CUR-DONE
               WHEN 'P'
                   ADD 1 TO WS-CUR-INPROG
               WHEN 'M'
                   ADD 1 TO WS-CUR-MISSING
           END-EVALUATE.

      * a prerequisite the course no longer lists is not held
      *against the student
       CURR-PREREQ-RTN.
           MOVE 'Y' TO WS-CUR-PRQ-SW.
           MOVE SPACES TO WS-CUR-PRQ-FIND.
           PERFORM CURR-PREREQ-ONE-RTN
               VARYING WS-CUR-PRQ-I FROM 1 BY 1
               UNTIL WS-CUR-PRQ-I > 3 OR WS-CUR-PRQ-SW = 'N'.

       CURR-PREREQ-ONE-RTN.
           IF CUT-PREREQ(WS-CUR-HIT, WS-CUR-PRQ-I) NOT = SPACES
               MOVE CUT-PREREQ(WS-CUR-HIT, WS-CUR-PRQ-I)
                   TO WS-CUR-PRQ-FIND
               PERFORM CURR-FIND-RTN
               IF WS-CUR-PRQ-HIT > 0
                   IF CUT-STAT(WS-CUR-PRQ-HIT) NOT = 'C'
                       MOVE 'N' TO WS-CUR-PRQ-SW
                   END-IF
               END-IF
           END-IF.
           IF WS-CUR-PRQ-SW = 'Y'
               MOVE SPACES TO WS-CUR-PRQ-FIND
           END-IF.
