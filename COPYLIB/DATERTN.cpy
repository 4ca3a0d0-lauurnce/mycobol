      *========================================================*
      *  DATERTN.cpy                                           *
      *  Common calendar paragraphs over WS-DC-DATE: the day   *
      *  and month rolls the holiday calendar's business-day   *
      *  rolls step with, and the elapsed-day count. A month   *
      *  step keeps the day of the month it started from,      *
      *  clamped to the new month's length, so the 31st stays  *
      *  valid.                                                *
      *========================================================*
       DATE-ADD-DAY-RTN.
           PERFORM DATE-MONTH-LEN-RTN.
           IF WS-DC-DD < WS-DC-MONTH-LEN
               ADD 1 TO WS-DC-DD
           ELSE
               MOVE 1 TO WS-DC-DD
               IF WS-DC-MM < 12
                   ADD 1 TO WS-DC-MM
               ELSE
                   MOVE 1 TO WS-DC-MM
                   ADD 1 TO WS-DC-YY
               END-IF
           END-IF.

       DATE-ADD-MONTHS-RTN.
           COMPUTE WS-DC-MONTH-TOT =
               WS-DC-YY * 12 + WS-DC-MM - 1 + WS-DC-MONTHS.
           DIVIDE WS-DC-MONTH-TOT BY 12 GIVING WS-DC-YY
               REMAINDER WS-DC-MM.
           ADD 1 TO WS-DC-MM.
           PERFORM DATE-MONTH-LEN-RTN.
           IF WS-DC-DD > WS-DC-MONTH-LEN
               MOVE WS-DC-MONTH-LEN TO WS-DC-DD
           END-IF.

       DATE-DAYS-BETWEEN-RTN.
           MOVE 0 TO WS-DC-DAYS.
           PERFORM DATE-COUNT-ONE-DAY-RTN
               UNTIL WS-DC-DATE NOT < WS-DC-TO-DATE
                  OR WS-DC-DAYS = 9999.

       DATE-COUNT-ONE-DAY-RTN.
           PERFORM DATE-ADD-DAY-RTN.
           ADD 1 TO WS-DC-DAYS.

       DATE-MONTH-LEN-RTN.
           EVALUATE WS-DC-MM
               WHEN 1 WHEN 3 WHEN 5 WHEN 7 WHEN 8 WHEN 10 WHEN 12
                   MOVE 31 TO WS-DC-MONTH-LEN
               WHEN 4 WHEN 6 WHEN 9 WHEN 11
                   MOVE 30 TO WS-DC-MONTH-LEN
               WHEN 2
                   DIVIDE WS-DC-YY BY 4 GIVING WS-DC-LEAP-QUO
                       REMAINDER WS-DC-LEAP-REM
                   IF WS-DC-LEAP-REM = 0
                       MOVE 29 TO WS-DC-MONTH-LEN
                   ELSE
                       MOVE 28 TO WS-DC-MONTH-LEN
                   END-IF
           END-EVALUATE.
