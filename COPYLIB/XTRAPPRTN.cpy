      *========================================================*
      *  XTRAPPRTN.cpy                                         *
      *  Common extract-append paragraphs. XTRAPP-LOAD-RTN     *
      *  sets the extract's data records aside and drops the   *
      *  old HDR/TRL; a missing extract just means the         *
      *  released records ride alone. XTRAPP-ADD-RTN takes     *
      *  WS-XA-TRANS onto the table. XTRAPP-REWRITE-RTN writes *
      *  HDR, every data record and a TRL carrying the count   *
      *  and the hash of the numeric amounts.                  *
      *========================================================*
       XTRAPP-LOAD-RTN.
           MOVE 0 TO WS-XA-COUNT.
           MOVE 0 TO WS-XA-ADDED.
           MOVE 'N' TO WS-XA-OVFL-SW.
           MOVE 'N' TO WS-XA-EOF.
           OPEN INPUT XTRAPP-FILE.
           IF WS-XTRAPP-STATUS = "35"
               CONTINUE
           ELSE
               PERFORM XTRAPP-LOAD-ONE-RTN UNTIL WS-XA-EOF = 'Y'
               CLOSE XTRAPP-FILE
           END-IF.

       XTRAPP-LOAD-ONE-RTN.
           READ XTRAPP-FILE
               AT END MOVE 'Y' TO WS-XA-EOF
               NOT AT END
                   MOVE XTRAPP-REC TO WS-XA-CTL
                   IF XA-CTL-TAG = "HDR" OR XA-CTL-TAG = "TRL"
                       CONTINUE
                   ELSE
                       IF WS-XA-COUNT < 1000
                           ADD 1 TO WS-XA-COUNT
                           SET XA-IDX TO WS-XA-COUNT
                           MOVE XTRAPP-REC TO WS-XA-ENTRY(XA-IDX)
                       ELSE
                           MOVE 'Y' TO WS-XA-OVFL-SW
                       END-IF
                   END-IF
           END-READ.

       XTRAPP-ADD-RTN.
           IF WS-XA-COUNT < 1000
               ADD 1 TO WS-XA-COUNT
               SET XA-IDX TO WS-XA-COUNT
               MOVE WS-XA-TRANS TO WS-XA-ENTRY(XA-IDX)
               ADD 1 TO WS-XA-ADDED
           ELSE
               MOVE 'Y' TO WS-XA-OVFL-SW
           END-IF.

       XTRAPP-REWRITE-RTN.
           MOVE 0 TO WS-XA-DATA-COUNT.
           MOVE 0 TO WS-XA-DATA-HASH.
           PERFORM XTRAPP-HASH-ONE-RTN
               VARYING XA-IDX FROM 1 BY 1
               UNTIL XA-IDX > WS-XA-COUNT.
           OPEN OUTPUT XTRAPP-FILE.
           MOVE SPACES TO WS-XA-CTL.
           MOVE "HDR" TO XA-CTL-TAG.
           MOVE 0 TO XA-CTL-COUNT.
           MOVE 0 TO XA-CTL-HASH.
           WRITE XTRAPP-REC FROM WS-XA-CTL.
           PERFORM XTRAPP-WRITE-ONE-RTN
               VARYING XA-IDX FROM 1 BY 1
               UNTIL XA-IDX > WS-XA-COUNT.
           MOVE SPACES TO WS-XA-CTL.
           MOVE "TRL" TO XA-CTL-TAG.
           MOVE WS-XA-DATA-COUNT TO XA-CTL-COUNT.
           MOVE WS-XA-DATA-HASH TO XA-CTL-HASH.
           WRITE XTRAPP-REC FROM WS-XA-CTL.
           CLOSE XTRAPP-FILE.

      * only numeric amounts hash, the same way the
      *acceptance run computes its side of the balance
       XTRAPP-HASH-ONE-RTN.
           MOVE WS-XA-ENTRY(XA-IDX) TO WS-XA-TRANS.
           ADD 1 TO WS-XA-DATA-COUNT.
           IF XA-AMOUNT-X NUMERIC
               ADD XA-AMOUNT TO WS-XA-DATA-HASH
           END-IF.

       XTRAPP-WRITE-ONE-RTN.
           WRITE XTRAPP-REC FROM WS-XA-ENTRY(XA-IDX).
