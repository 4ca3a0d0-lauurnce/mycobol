      *========================================================*
      *  GSUBRTN.cpy                                           *
      *  Common grade-submission paragraphs: the marking of    *
      *  each offering in the WS-OFR table with the date its   *
      *  grades were first posted. Needs the OFFER copybooks   *
      *  alongside.                                            *
      *========================================================*
       GSB-MARK-RTN.
           MOVE 0 TO WS-GSB-ORPHANS.
           MOVE 'N' TO WS-GSB-EOF.
           OPEN INPUT GRDSUB-FILE.
           IF WS-GSB-STATUS = "35"
               CONTINUE
           ELSE
               PERFORM GSB-MARK-ONE-RTN UNTIL WS-GSB-EOF = 'Y'
               CLOSE GRDSUB-FILE
           END-IF.

       GSB-MARK-ONE-RTN.
           READ GRDSUB-FILE
               AT END MOVE 'Y' TO WS-GSB-EOF
               NOT AT END
                   IF WS-OFR-SY = 0
                       OR (GS-SY = WS-OFR-SY
                           AND GS-TERM = WS-OFR-TERM)
                       PERFORM GSB-SET-RTN
                   END-IF
           END-READ.

      * a section posted twice keeps its first posting date
       GSB-SET-RTN.
           MOVE GS-OFFER TO WS-OFR-FIND.
           PERFORM OFR-FIND-RTN.
           IF WS-OFR-HIT = 0
               ADD 1 TO WS-GSB-ORPHANS
           ELSE
               IF OFT-POSTED(WS-OFR-HIT) = 0
                   OR GS-DATE < OFT-POSTED(WS-OFR-HIT)
                   MOVE GS-DATE TO OFT-POSTED(WS-OFR-HIT)
               END-IF
           END-IF.
