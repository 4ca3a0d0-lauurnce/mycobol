      *========================================================*
      *  ACCTCKRTN.cpy                                         *
      *  Common account-number check-digit paragraphs over     *
      *  WS-AK-ACCT (see ACCTCKWS). The ninth place is doubled *
      *  and every second place leftward from it, a doubled    *
      *  value counting the sum of its own digits; the check   *
      *  digit brings the total up to the next multiple of 10. *
      *========================================================*
       ACCTCK-STRIKE-RTN.
           MOVE 'Y' TO WS-AK-OK.
           MOVE 0 TO WS-AK-SUM.
           MOVE 'Y' TO WS-AK-DOUBLE.
           PERFORM ACCTCK-ONE-PLACE-RTN
               VARYING WS-AK-POS FROM 9 BY -1 UNTIL WS-AK-POS < 1.
           DIVIDE WS-AK-SUM BY 10 GIVING WS-AK-QUO
               REMAINDER WS-AK-REM.
           IF WS-AK-REM = 0
               MOVE 0 TO WS-AK-DIGIT
           ELSE
               COMPUTE WS-AK-DIGIT = 10 - WS-AK-REM
           END-IF.

       ACCTCK-VERIFY-RTN.
           PERFORM ACCTCK-STRIKE-RTN.
           IF WS-AK-OK = 'Y'
               IF WS-AK-CHAR(10) NOT NUMERIC
                   MOVE 'N' TO WS-AK-OK
               ELSE
                   IF WS-AK-CHAR(10) NOT = WS-AK-DIGIT
                       MOVE 'N' TO WS-AK-OK
                   END-IF
               END-IF
           END-IF.

       ACCTCK-ONE-PLACE-RTN.
           MOVE 0 TO WS-AK-VAL.
           PERFORM ACCTCK-FIND-CHAR-RTN
               VARYING WS-AK-LOOK FROM 1 BY 1
               UNTIL WS-AK-LOOK > 36 OR WS-AK-VAL > 0.
           IF WS-AK-VAL = 0
               MOVE 'N' TO WS-AK-OK
           ELSE
               SUBTRACT 1 FROM WS-AK-VAL
           END-IF.
           IF WS-AK-DOUBLE = 'Y'
               COMPUTE WS-AK-WORK = WS-AK-VAL * 2
               MOVE 'N' TO WS-AK-DOUBLE
           ELSE
               MOVE WS-AK-VAL TO WS-AK-WORK
               MOVE 'Y' TO WS-AK-DOUBLE
           END-IF.
           DIVIDE WS-AK-WORK BY 10 GIVING WS-AK-TENS
               REMAINDER WS-AK-UNITS.
           ADD WS-AK-TENS WS-AK-UNITS TO WS-AK-SUM.

      * the place's value is one less than its position in
      *the alphabet, captured at the point of the match
       ACCTCK-FIND-CHAR-RTN.
           IF WS-AK-ALPHA(WS-AK-LOOK) = WS-AK-CHAR(WS-AK-POS)
               MOVE WS-AK-LOOK TO WS-AK-VAL
           END-IF.
