      *========================================================*
      *  SPOOLRTN.cpy                                          *
      *  Common spool-reader paragraphs: open the spool named  *
      *  in WS-SPL-NAME, and deliver it a printed line at a    *
      *  time with the page that line fell on. The caller      *
      *  closes SPOOL-FILE when done.                          *
      *========================================================*
       SPOOL-OPEN-RTN.
           MOVE 'N' TO WS-SPL-EOF.
           MOVE 'N' TO WS-SPL-GOT-SW.
           MOVE 1 TO WS-SPL-PAGE.
           MOVE 0 TO WS-SPL-LINES.
           MOVE 0 TO WS-SPL-PAGE-LINES.
           DIVIDE WS-SPL-WIDTH BY 10 GIVING WS-SPL-PER-LINE.
           OPEN INPUT SPOOL-FILE.
           IF WS-SPL-STATUS NOT = "00"
               MOVE 'Y' TO WS-SPL-EOF
           END-IF.

       SPOOL-LINE-RTN.
           MOVE SPACES TO WS-SPL-LINE.
           MOVE 1 TO WS-SPL-POS.
           MOVE 0 TO WS-SPL-PIECES.
           MOVE 'N' TO WS-SPL-GOT-SW.
           PERFORM SPOOL-PIECE-RTN
               UNTIL WS-SPL-PIECES = WS-SPL-PER-LINE
                  OR WS-SPL-EOF = 'Y'.
           IF WS-SPL-PIECES > 0
               MOVE 'Y' TO WS-SPL-GOT-SW
               ADD 1 TO WS-SPL-LINES
               MOVE 0 TO WS-SPL-HITS
               INSPECT WS-SPL-LINE TALLYING WS-SPL-HITS
                   FOR ALL "PAGE "
               IF WS-SPL-HITS > 0 AND WS-SPL-PAGE-LINES > 0
                   ADD 1 TO WS-SPL-PAGE
                   MOVE 0 TO WS-SPL-PAGE-LINES
               END-IF
               ADD 1 TO WS-SPL-PAGE-LINES
           END-IF.

       SPOOL-PIECE-RTN.
           READ SPOOL-FILE
               AT END MOVE 'Y' TO WS-SPL-EOF
               NOT AT END
                   MOVE SPOOL-PIECE TO WS-SPL-LINE(WS-SPL-POS:10)
                   ADD 10 TO WS-SPL-POS
                   ADD 1 TO WS-SPL-PIECES
           END-READ.
