      *========================================================*
      *  ADVRTN.cpy                                            *
      *  Common advertiser-master paragraphs: the load into    *
      *  the WS-ADV table and the lookup of one code.          *
      *========================================================*
       ADV-LOAD-RTN.
           MOVE 0 TO WS-ADV-COUNT.
           MOVE 'N' TO WS-ADV-EOF.
           MOVE 'N' TO WS-ADV-OVFL-SW.
           OPEN INPUT ADV-FILE.
           IF WS-ADV-STATUS = "35"
               CONTINUE
           ELSE
               PERFORM ADV-READ-RTN UNTIL WS-ADV-EOF = 'Y'
               CLOSE ADV-FILE
           END-IF.

       ADV-READ-RTN.
           READ ADV-FILE
               AT END MOVE 'Y' TO WS-ADV-EOF
               NOT AT END
                   IF WS-ADV-COUNT < 400
                       ADD 1 TO WS-ADV-COUNT
                       SET AV-IDX TO WS-ADV-COUNT
                       MOVE ADV-REC TO WS-ADV-ENTRY(AV-IDX)
                   ELSE
                       MOVE 'Y' TO WS-ADV-OVFL-SW
                   END-IF
           END-READ.

       ADV-FIND-RTN.
           MOVE 0 TO WS-ADV-HIT.
           PERFORM ADV-MATCH-RTN
               VARYING AV-IDX FROM 1 BY 1
               UNTIL AV-IDX > WS-ADV-COUNT OR WS-ADV-HIT > 0.

       ADV-MATCH-RTN.
           IF AVT-CODE(AV-IDX) = WS-ADV-FIND
               SET WS-ADV-HIT TO AV-IDX
           END-IF.
