      *========================================================*
      *  CPDRTN.cpy                                            *
      *  Common CPDCRED paragraphs: the units on file for one  *
      *  licensee's cycle, and the append of one credit.       *
      *========================================================*
       CPD-SUM-RTN.
           MOVE 0 TO WS-CPD-UNITS.
           MOVE 'N' TO WS-CPD-EOF.
           OPEN INPUT CPD-FILE.
           IF WS-CPD-STATUS = "35"
               CONTINUE
           ELSE
               PERFORM CPD-READ-RTN UNTIL WS-CPD-EOF = 'Y'
               CLOSE CPD-FILE
           END-IF.

       CPD-READ-RTN.
           READ CPD-FILE
               AT END MOVE 'Y' TO WS-CPD-EOF
               NOT AT END
                   IF CP-LIC-NO = WS-CPD-LIC-NO
                       AND CP-CYCLE-END = WS-CPD-CYCLE
                       ADD CP-UNITS TO WS-CPD-UNITS
                   END-IF
           END-READ.

       CPD-ADD-RTN.
           OPEN EXTEND CPD-FILE.
           IF WS-CPD-STATUS = "35"
               OPEN OUTPUT CPD-FILE
           END-IF.
           WRITE CPD-REC.
           CLOSE CPD-FILE.
