      *========================================================*
      *  STULDGRTN.cpy                                         *
      *  Common student-ledger paragraphs: the scan of one     *
      *  student's entries for the balance and the clearance   *
      *  hold, and the posting of one entry with its running   *
      *  balance.                                              *
      *========================================================*
       STULDG-SCAN-RTN.
           MOVE 0 TO WS-SLG-ASSESSED.
           MOVE 0 TO WS-SLG-PAID.
           MOVE 0 TO WS-SLG-BALANCE.
           MOVE 0 TO WS-SLG-NOT-DUE.
           MOVE 0 TO WS-SLG-PAST-DUE.
           MOVE 'N' TO WS-SLG-HOLD-SW.
           MOVE 'N' TO WS-SLG-TERM-SW.
           MOVE 'N' TO WS-SLG-EOF.
           OPEN INPUT STULDG-FILE.
           IF WS-SLG-STATUS NOT = "35"
               PERFORM STULDG-SCAN-ONE-RTN UNTIL WS-SLG-EOF = 'Y'
               CLOSE STULDG-FILE
           END-IF.
      * what the balance holds beyond the charges not yet due
      *is past due - payments go to the oldest charges first
           COMPUTE WS-SLG-PAST-DUE = WS-SLG-BALANCE - WS-SLG-NOT-DUE.
           IF WS-SLG-PAST-DUE > 0
               MOVE 'Y' TO WS-SLG-HOLD-SW
           ELSE
               MOVE 0 TO WS-SLG-PAST-DUE
           END-IF.

       STULDG-SCAN-ONE-RTN.
           READ STULDG-FILE
               AT END MOVE 'Y' TO WS-SLG-EOF
               NOT AT END
                   IF SLG-SNO = WS-SLG-SNO
                       PERFORM STULDG-TAKE-RTN
                   END-IF
           END-READ.

       STULDG-TAKE-RTN.
           MOVE SLG-BALANCE TO WS-SLG-BALANCE.
           IF SLG-ASSESSMENT
               ADD SLG-AMOUNT TO WS-SLG-ASSESSED
               IF SLG-DUE-DATE NOT < WS-SLG-ASOF
                   ADD SLG-AMOUNT TO WS-SLG-NOT-DUE
               END-IF
               IF SLG-SY = WS-SLG-SY AND SLG-TERM = WS-SLG-TERM
                   MOVE 'Y' TO WS-SLG-TERM-SW
               END-IF
           ELSE
               SUBTRACT SLG-AMOUNT FROM WS-SLG-PAID
           END-IF.

       STULDG-POST-RTN.
           PERFORM STULDG-SCAN-RTN.
           OPEN EXTEND STULDG-FILE.
           IF WS-SLG-STATUS = "35"
               OPEN OUTPUT STULDG-FILE
           END-IF.
           ACCEPT WS-SLG-TIME FROM TIME.
           MOVE SPACES TO STULDG-REC.
           MOVE WS-SLG-SNO TO SLG-SNO.
           MOVE WS-SN-DATE TO SLG-DATE.
           MOVE WS-SLG-TIME TO SLG-TIME.
           MOVE WS-SN-TYPE TO SLG-TYPE.
           MOVE WS-SN-SY TO SLG-SY.
           MOVE WS-SN-TERM TO SLG-TERM.
           MOVE WS-SN-CRS TO SLG-CRS.
           MOVE WS-SN-AMOUNT TO SLG-AMOUNT.
           COMPUTE SLG-BALANCE = WS-SLG-BALANCE + WS-SN-AMOUNT.
           MOVE WS-SN-DUE TO SLG-DUE-DATE.
           MOVE WS-SN-REF TO SLG-REF.
           MOVE WS-SN-OPER TO SLG-OPER.
           WRITE STULDG-REC.
           CLOSE STULDG-FILE.
           PERFORM STULDG-TAKE-RTN.
           COMPUTE WS-SLG-PAST-DUE = WS-SLG-BALANCE - WS-SLG-NOT-DUE.
           IF WS-SLG-PAST-DUE > 0
               MOVE 'Y' TO WS-SLG-HOLD-SW
           ELSE
               MOVE 0 TO WS-SLG-PAST-DUE
               MOVE 'N' TO WS-SLG-HOLD-SW
           END-IF.
