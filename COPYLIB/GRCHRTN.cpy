      *========================================================*
      *  GRCHRTN.cpy                                           *
      *  Common grade-change paragraphs. GRCH-LAST-NO-RTN reads*
      *  the request file through for the highest number on    *
      *  it; request numbers run one past it. GRCH-REASON-RTN  *
      *  spells out GX-REASON of the record in GRDCHG-REC.     *
      *========================================================*
       GRCH-LAST-NO-RTN.
           MOVE 0 TO WS-GCR-LAST-NO.
           MOVE 'N' TO WS-GCR-EOF.
           OPEN INPUT GRDCHG-FILE.
           IF WS-GCR-STATUS NOT = "35"
               PERFORM GRCH-LAST-ONE-RTN UNTIL WS-GCR-EOF = 'Y'
               CLOSE GRDCHG-FILE
           END-IF.

       GRCH-LAST-ONE-RTN.
           READ GRDCHG-FILE
               AT END MOVE 'Y' TO WS-GCR-EOF
               NOT AT END
                   IF GX-REQ-NO > WS-GCR-LAST-NO
                       MOVE GX-REQ-NO TO WS-GCR-LAST-NO
                   END-IF
           END-READ.

       GRCH-REASON-RTN.
           EVALUATE TRUE
               WHEN GX-COMPUTATION
                   MOVE "COMPUTATION ERROR" TO WS-GCR-REASON-TEXT
               WHEN GX-LATE-REQT
                   MOVE "LATE REQUIREMENT" TO WS-GCR-REASON-TEXT
               WHEN GX-APPEAL
                   MOVE "APPEAL" TO WS-GCR-REASON-TEXT
               WHEN OTHER
                   MOVE GX-REASON TO WS-GCR-REASON-TEXT
           END-EVALUATE.
