      *========================================================*
      *  RETNRTN.cpy                                           *
      *  Common journal-retention paragraphs: the load into    *
      *  the WS-RTN table, the lookup of one journal, the      *
      *  archive years a date range reaches into, the archive  *
      *  file name for a year and the live window's first      *
      *  date as of a business date.                           *
      *========================================================*
       RETAIN-LOAD-RTN.
           MOVE 0 TO WS-RTN-COUNT.
           MOVE 'N' TO WS-RTN-EOF.
           MOVE 'N' TO WS-RTN-OVFL-SW.
           OPEN INPUT RETAIN-FILE.
           IF WS-RTN-STATUS = "35"
               CONTINUE
           ELSE
               PERFORM RETAIN-READ-RTN UNTIL WS-RTN-EOF = 'Y'
               CLOSE RETAIN-FILE
           END-IF.

       RETAIN-READ-RTN.
           READ RETAIN-FILE
               AT END MOVE 'Y' TO WS-RTN-EOF
               NOT AT END
                   IF WS-RTN-COUNT < 20
                       ADD 1 TO WS-RTN-COUNT
                       SET RN-IDX TO WS-RTN-COUNT
                       MOVE RETAIN-REC TO WS-RTN-ENTRY(RN-IDX)
                   ELSE
                       MOVE 'Y' TO WS-RTN-OVFL-SW
                   END-IF
           END-READ.

       RETAIN-FIND-RTN.
           MOVE 0 TO WS-RTN-HIT.
           PERFORM RETAIN-MATCH-RTN
               VARYING RN-IDX FROM 1 BY 1
               UNTIL RN-IDX > WS-RTN-COUNT OR WS-RTN-HIT > 0.

       RETAIN-MATCH-RTN.
           IF RNT-FILE(RN-IDX) = WS-RTN-FILE
               SET WS-RTN-HIT TO RN-IDX
           END-IF.

      * nothing was ever archived, or the range starts inside
      *the live window - no archive year to read
       RETAIN-YEARS-RTN.
           PERFORM RETAIN-FIND-RTN.
           MOVE 1 TO WS-RTN-YEAR-LO.
           MOVE 0 TO WS-RTN-YEAR-HI.
           IF WS-RTN-HIT > 0
               SET RN-IDX TO WS-RTN-HIT
               IF RNT-CUTOFF(RN-IDX) > 0 AND RNT-OLDEST(RN-IDX) > 0
                   AND (WS-RTN-FROM = 0
                       OR WS-RTN-FROM < RNT-CUTOFF(RN-IDX))
                   DIVIDE RNT-OLDEST(RN-IDX) BY 10000
                       GIVING WS-RTN-YEAR-LO
                   DIVIDE RNT-CUTOFF(RN-IDX) BY 10000
                       GIVING WS-RTN-YEAR-HI
                   IF WS-RTN-FROM > 0
                       DIVIDE WS-RTN-FROM BY 10000
                           GIVING WS-RTN-WORK-YR
                       IF WS-RTN-WORK-YR > WS-RTN-YEAR-LO
                           MOVE WS-RTN-WORK-YR TO WS-RTN-YEAR-LO
                       END-IF
                   END-IF
                   IF WS-RTN-TO > 0
                       DIVIDE WS-RTN-TO BY 10000
                           GIVING WS-RTN-WORK-YR
                       IF WS-RTN-WORK-YR < WS-RTN-YEAR-HI
                           MOVE WS-RTN-WORK-YR TO WS-RTN-YEAR-HI
                       END-IF
                   END-IF
               END-IF
           END-IF.

       RETAIN-ARC-NAME-RTN.
           MOVE SPACES TO WS-RTN-ARC-NAME.
           STRING WS-RTN-FILE DELIMITED BY SPACE
                  "." DELIMITED BY SIZE
                  WS-RTN-YEAR DELIMITED BY SIZE
               INTO WS-RTN-ARC-NAME
           END-STRING.

      * the first of the month RN-MONTHS months before the
      *business date's month
       RETAIN-CUTOFF-RTN.
           SET RN-IDX TO WS-RTN-HIT.
           MOVE WS-RTN-ASOF TO WS-RTN-CUT.
           COMPUTE WS-RTN-MONTH-NO = WS-RTN-CUT-YY * 12
               + WS-RTN-CUT-MM - 1 - RNT-MONTHS(RN-IDX).
           DIVIDE WS-RTN-MONTH-NO BY 12 GIVING WS-RTN-CUT-YY
               REMAINDER WS-RTN-CUT-MM.
           ADD 1 TO WS-RTN-CUT-MM.
           MOVE 1 TO WS-RTN-CUT-DD.
