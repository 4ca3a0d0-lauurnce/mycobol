      *========================================================*
      *  ENLSTRTN.cpy                                          *
      *  Common enlistment paragraphs: the tally of seats taken*
      *  per offering, and the section one student is enlisted *
      *  in for a subject. Needs the OFFER copybooks alongside.*
      *========================================================*
       ENL-TALLY-RTN.
           MOVE 0 TO WS-ENL-ORPHANS.
           MOVE 'N' TO WS-ENL-EOF.
           OPEN INPUT ENLIST-FILE.
           IF WS-ENL-STATUS = "35"
               CONTINUE
           ELSE
               PERFORM ENL-TALLY-ONE-RTN UNTIL WS-ENL-EOF = 'Y'
               CLOSE ENLIST-FILE
           END-IF.

       ENL-TALLY-ONE-RTN.
           READ ENLIST-FILE
               AT END MOVE 'Y' TO WS-ENL-EOF
               NOT AT END
                   IF WS-OFR-SY = 0
                       OR (EN-SY = WS-OFR-SY
                           AND EN-TERM = WS-OFR-TERM)
                       PERFORM ENL-COUNT-RTN
                   END-IF
           END-READ.

       ENL-COUNT-RTN.
           MOVE EN-OFFER TO WS-OFR-FIND.
           PERFORM OFR-FIND-RTN.
           IF WS-OFR-HIT = 0
               ADD 1 TO WS-ENL-ORPHANS
           ELSE
               IF EN-ENLISTED
                   ADD 1 TO OFT-TAKEN(WS-OFR-HIT)
               ELSE
                   SUBTRACT 1 FROM OFT-TAKEN(WS-OFR-HIT)
               END-IF
           END-IF.

      * the student's last enlistment in the subject for the
      *term stands unless it was dropped after
       ENL-FIND-SECT-RTN.
           MOVE SPACES TO WS-ENL-SECT.
           MOVE 'N' TO WS-ENL-EOF.
           OPEN INPUT ENLIST-FILE.
           IF WS-ENL-STATUS = "35"
               CONTINUE
           ELSE
               PERFORM ENL-FIND-ONE-RTN UNTIL WS-ENL-EOF = 'Y'
               CLOSE ENLIST-FILE
           END-IF.

       ENL-FIND-ONE-RTN.
           READ ENLIST-FILE
               AT END MOVE 'Y' TO WS-ENL-EOF
               NOT AT END
                   IF EN-SNO = WS-ENL-SNO
                       AND EN-SY = WS-OFR-FIND-SY
                       AND EN-TERM = WS-OFR-FIND-TERM
                       AND EN-SUBJ = WS-OFR-FIND-SUBJ
                       IF EN-ENLISTED
                           MOVE EN-SECT TO WS-ENL-SECT
                       ELSE
                           IF EN-SECT = WS-ENL-SECT
                               MOVE SPACES TO WS-ENL-SECT
                           END-IF
                       END-IF
                   END-IF
           END-READ.
