      *========================================================*
      *  WLSCRRTN.cpy                                          *
      *  Common watchlist-screening paragraphs. A name scores  *
      *  against each listed name and alias word by word: the  *
      *  words the two share, doubled, over the words in both, *
      *  as a percentage - the same name in a different order  *
      *  scores 100, a middle name missing off one side still *
      *  scores high, a shared surname alone scores low. Case, *
      *  punctuation and lone initials are ignored.            *
      *========================================================*
       WLSCR-LOAD-RTN.
           MOVE 0 TO WS-WL-COUNT.
           MOVE 'N' TO WS-WL-OVFL-SW.
           MOVE 'N' TO WS-WL-EOF.
           OPEN INPUT WATCH-FILE.
           IF WS-WATCH-STATUS = "35"
               CONTINUE
           ELSE
               PERFORM WLSCR-LOAD-ONE-RTN UNTIL WS-WL-EOF = 'Y'
               CLOSE WATCH-FILE
           END-IF.

       WLSCR-LOAD-ONE-RTN.
           READ WATCH-FILE
               AT END MOVE 'Y' TO WS-WL-EOF
               NOT AT END
                   IF WS-WL-COUNT < 1000
                       ADD 1 TO WS-WL-COUNT
                       SET WL-IDX TO WS-WL-COUNT
                       MOVE WL-NAME TO WL-T-NAME(WL-IDX)
                       MOVE WL-ALIAS TO WL-T-ALIAS(WL-IDX)
                       MOVE WL-SOURCE TO WL-T-SOURCE(WL-IDX)
                   ELSE
                       MOVE 'Y' TO WS-WL-OVFL-SW
                   END-IF
           END-READ.

       WLSCR-SCORE-RTN.
           MOVE 0 TO WS-WL-BEST-SCORE.
           MOVE 0 TO WS-WL-BEST-HIT.
           MOVE WS-WL-SUBJECT TO WS-WL-WORK.
           PERFORM WLSCR-SPLIT-RTN.
           MOVE WS-WL-WORDS TO WS-WL-SUBJ-WORDS.
           MOVE WS-WL-WORD-CNT TO WS-WL-SUBJ-CNT.
           IF WS-WL-SUBJ-CNT > 0
               PERFORM WLSCR-SCORE-ONE-RTN
                   VARYING WL-IDX FROM 1 BY 1
                   UNTIL WL-IDX > WS-WL-COUNT
           END-IF.

      * the listed name and its alias each get a try; the
      *better of the two stands for the entry
       WLSCR-SCORE-ONE-RTN.
           MOVE WL-T-NAME(WL-IDX) TO WS-WL-WORK.
           PERFORM WLSCR-MATCH-RTN.
           IF WL-T-ALIAS(WL-IDX) NOT = SPACES
               MOVE WL-T-ALIAS(WL-IDX) TO WS-WL-WORK
               PERFORM WLSCR-MATCH-RTN
           END-IF.

       WLSCR-MATCH-RTN.
           PERFORM WLSCR-SPLIT-RTN.
           MOVE 0 TO WS-WL-MATCHED.
           PERFORM WLSCR-MATCH-WORD-RTN
               VARYING WS-WL-W FROM 1 BY 1 UNTIL WS-WL-W > 8.
           IF WS-WL-WORD-CNT > 0
               COMPUTE WS-WL-SCORE = (WS-WL-MATCHED * 200)
                   / (WS-WL-WORD-CNT + WS-WL-SUBJ-CNT)
      * a word repeated on one side can push past a
      *perfect score
               IF WS-WL-SCORE > 100
                   MOVE 100 TO WS-WL-SCORE
               END-IF
               IF WS-WL-SCORE > WS-WL-BEST-SCORE
                   MOVE WS-WL-SCORE TO WS-WL-BEST-SCORE
                   SET WS-WL-BEST-HIT TO WL-IDX
               END-IF
           END-IF.

       WLSCR-MATCH-WORD-RTN.
           IF WS-WL-WORD(WS-WL-W) NOT = SPACES
               MOVE 'N' TO WS-WL-WORD-SW
               PERFORM WLSCR-CMP-WORD-RTN
                   VARYING WS-WL-S FROM 1 BY 1
                   UNTIL WS-WL-S > 8 OR WS-WL-WORD-SW = 'Y'
               IF WS-WL-WORD-SW = 'Y'
                   ADD 1 TO WS-WL-MATCHED
               END-IF
           END-IF.

       WLSCR-CMP-WORD-RTN.
           IF WS-WL-SUBJ-WORD(WS-WL-S) = WS-WL-WORD(WS-WL-W)
               MOVE 'Y' TO WS-WL-WORD-SW
           END-IF.

      * WS-WL-WORK into WS-WL-WORDS, counting what is left
      *once the lone initials are dropped
       WLSCR-SPLIT-RTN.
           INSPECT WS-WL-WORK CONVERTING
               'abcdefghijklmnopqrstuvwxyz.,-''/&'
               TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ      '.
           MOVE SPACES TO WS-WL-WORDS.
           UNSTRING WS-WL-WORK DELIMITED BY ALL SPACE
               INTO WS-WL-WORD(1) WS-WL-WORD(2) WS-WL-WORD(3)
                    WS-WL-WORD(4) WS-WL-WORD(5) WS-WL-WORD(6)
                    WS-WL-WORD(7) WS-WL-WORD(8)
           END-UNSTRING.
           MOVE 0 TO WS-WL-WORD-CNT.
           PERFORM WLSCR-TIDY-WORD-RTN
               VARYING WS-WL-W FROM 1 BY 1 UNTIL WS-WL-W > 8.

       WLSCR-TIDY-WORD-RTN.
           IF WS-WL-WORD(WS-WL-W)(2:14) = SPACES
               MOVE SPACES TO WS-WL-WORD(WS-WL-W)
           ELSE
               ADD 1 TO WS-WL-WORD-CNT
           END-IF.

      * the same hit - same source, number, name and listed
      *party, and for a transaction the same record - is kept
      *once, so a rerun or the next day's sweep does not raise
      *a hit compliance has already decided
       WLSCR-RECORD-HIT-RTN.
           MOVE SPACE TO WS-WL-PRIOR.
           MOVE 0 TO WS-WL-LAST-SEQ.
           MOVE 'N' TO WS-WL-EOF.
           OPEN INPUT SCRN-FILE.
           IF WS-SCRN-STATUS NOT = "35"
               PERFORM WLSCR-SCAN-ONE-RTN UNTIL WS-WL-EOF = 'Y'
               CLOSE SCRN-FILE
           END-IF.
           IF WS-WL-PRIOR = SPACE
               OPEN EXTEND SCRN-FILE
               IF WS-SCRN-STATUS = "35"
                   OPEN OUTPUT SCRN-FILE
               END-IF
               SET WL-IDX TO WS-WL-BEST-HIT
               MOVE SPACES TO SCRN-REC
               ADD 1 TO WS-WL-LAST-SEQ
               MOVE WS-WL-LAST-SEQ TO SH-SEQ
               MOVE WS-WL-ORIGIN TO SH-ORIGIN
               MOVE WS-WL-REF TO SH-REF
               MOVE WS-WL-SUBJECT TO SH-NAME
               MOVE WL-T-NAME(WL-IDX) TO SH-WL-NAME
               MOVE WL-T-SOURCE(WL-IDX) TO SH-WL-SOURCE
               MOVE WS-WL-BEST-SCORE TO SH-SCORE
               MOVE WS-WL-DATE TO SH-HIT-DATE
               MOVE 'P' TO SH-STATUS
               MOVE 0 TO SH-DECIDED-ON
               MOVE WS-WL-TRANS TO SH-TRANS
               WRITE SCRN-REC
               CLOSE SCRN-FILE
           END-IF.

       WLSCR-SCAN-ONE-RTN.
           READ SCRN-FILE
               AT END MOVE 'Y' TO WS-WL-EOF
               NOT AT END
                   IF SH-SEQ > WS-WL-LAST-SEQ
                       MOVE SH-SEQ TO WS-WL-LAST-SEQ
                   END-IF
                   SET WL-IDX TO WS-WL-BEST-HIT
                   IF SH-ORIGIN = WS-WL-ORIGIN
                       AND SH-REF = WS-WL-REF
                       AND SH-NAME = WS-WL-SUBJECT
                       AND SH-WL-NAME = WL-T-NAME(WL-IDX)
                       AND SH-TRANS = WS-WL-TRANS
                       MOVE SH-STATUS TO WS-WL-PRIOR
                   END-IF
           END-READ.
