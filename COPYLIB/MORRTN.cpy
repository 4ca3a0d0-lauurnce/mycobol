      *========================================================*
      *  MORRTN.cpy                                            *
      *  Common moratorium paragraphs: the load into the       *
      *  WS-MOR table, the check of one account on one day and *
      *  the save of the table.                                *
      *========================================================*
       MOR-LOAD-RTN.
           MOVE 0 TO WS-MOR-COUNT.
           MOVE 'N' TO WS-MOR-EOF.
           MOVE 'N' TO WS-MOR-OVFL-SW.
           OPEN INPUT MOR-FILE.
           IF WS-MOR-STATUS = "35"
               CONTINUE
           ELSE
               PERFORM MOR-READ-RTN UNTIL WS-MOR-EOF = 'Y'
               CLOSE MOR-FILE
           END-IF.

       MOR-READ-RTN.
           READ MOR-FILE
               AT END MOVE 'Y' TO WS-MOR-EOF
               NOT AT END
                   IF WS-MOR-COUNT < 2000
                       ADD 1 TO WS-MOR-COUNT
                       SET MT-IDX TO WS-MOR-COUNT
                       MOVE MOR-REC TO WS-MOR-ENTRY(MT-IDX)
                   ELSE
                       MOVE 'Y' TO WS-MOR-OVFL-SW
                   END-IF
           END-READ.

       MOR-CHECK-RTN.
           MOVE 0 TO WS-MOR-HIT.
           PERFORM MOR-MATCH-RTN
               VARYING MT-IDX FROM 1 BY 1
               UNTIL MT-IDX > WS-MOR-COUNT OR WS-MOR-HIT > 0.

       MOR-MATCH-RTN.
           IF MT-ACCT-NO(MT-IDX) = WS-MOR-FIND-ACCT
               AND MT-FROM(MT-IDX) NOT > WS-MOR-FIND-DATE
               AND MT-TO(MT-IDX) NOT < WS-MOR-FIND-DATE
               SET WS-MOR-HIT TO MT-IDX
           END-IF.

       MOR-SAVE-RTN.
           OPEN OUTPUT MOR-FILE.
           PERFORM MOR-WRITE-RTN
               VARYING MT-IDX FROM 1 BY 1
               UNTIL MT-IDX > WS-MOR-COUNT.
           CLOSE MOR-FILE.

       MOR-WRITE-RTN.
           MOVE WS-MOR-ENTRY(MT-IDX) TO MOR-REC.
           WRITE MOR-REC.
