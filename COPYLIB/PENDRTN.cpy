      *========================================================*
      *  PENDRTN.cpy                                           *
      *  Common maker-checker paragraphs for the maintenance   *
      *  programs. PEND-SUBMIT-RTN queues the change in        *
      *  WS-PEND-NEW under the next change number, made by     *
      *  the operator signed on through MAINMENU - with no one *
      *  signed on nothing is queued. PEND-APPLY-RTN, performed*
      *  at start-up, takes every change approved for the      *
      *  program, performs the program's own PEND-APPLY-ONE-RTN*
      *  for it with PEND-REC in hand, and marks it applied or *
      *  refused. PEND-PROGNAME and PEND-APPLY-ONE-RTN are     *
      *  supplied by the calling program's COPY REPLACING.     *
      *========================================================*
       PEND-SUBMIT-RTN.
           MOVE 'N' TO WS-PEND-OK.
           PERFORM PEND-OPERATOR-RTN.
           IF WS-PEND-OPER = SPACES
               DISPLAY 'NO OPERATOR SIGNED ON THROUGH MAINMENU - '
                   'NOTHING QUEUED.'
           ELSE
               PERFORM PEND-LAST-NO-RTN
               OPEN EXTEND PEND-FILE
               IF WS-PEND-STATUS = "35"
                   OPEN OUTPUT PEND-FILE
               END-IF
               ACCEPT WS-PEND-DATE FROM DATE YYYYMMDD
               ACCEPT WS-PEND-TIME FROM TIME
               MOVE SPACES TO PEND-REC
               COMPUTE PC-CHANGE-NO = WS-PEND-LAST-NO + 1
               MOVE PEND-PROGNAME TO PC-PROGRAM
               MOVE WS-PN-ACTION TO PC-ACTION
               MOVE WS-PN-KEY TO PC-KEY
               MOVE WS-PEND-OPER TO PC-MAKER
               MOVE WS-PEND-DATE TO PC-DATE
               MOVE WS-PEND-TIME TO PC-TIME
               MOVE 'P' TO PC-STATUS
               MOVE 0 TO PC-DEC-DATE
               MOVE 0 TO PC-DEC-TIME
               MOVE 0 TO PC-APPLY-DATE
               MOVE 0 TO PC-APPLY-TIME
               MOVE WS-PN-DESC TO PC-DESC
               MOVE WS-PN-BEFORE TO PC-BEFORE
               MOVE WS-PN-AFTER TO PC-AFTER
               MOVE WS-PN-DATA TO PC-DATA
               WRITE PEND-REC
               CLOSE PEND-FILE
               MOVE 'Y' TO WS-PEND-OK
               DISPLAY 'CHANGE ' PC-CHANGE-NO ' QUEUED FOR A '
                   'SUPERVISOR''S APPROVAL - NOTHING CHANGES UNTIL '
                   'THEN.'
           END-IF.

      * the maker is whoever MAINMENU last signed on
       PEND-OPERATOR-RTN.
           MOVE SPACES TO WS-PEND-OPER.
           OPEN INPUT PEND-SESS-FILE.
           IF WS-PEND-SESS-STATUS NOT = "35"
               READ PEND-SESS-FILE
                   AT END CONTINUE
                   NOT AT END MOVE PEND-SESS-ID TO WS-PEND-OPER
               END-READ
               CLOSE PEND-SESS-FILE
           END-IF.

      * change numbers run one past the highest on the queue
       PEND-LAST-NO-RTN.
           MOVE 0 TO WS-PEND-LAST-NO.
           MOVE 'N' TO WS-PEND-EOF.
           OPEN INPUT PEND-FILE.
           IF WS-PEND-STATUS NOT = "35"
               PERFORM PEND-LAST-ONE-RTN UNTIL WS-PEND-EOF = 'Y'
               CLOSE PEND-FILE
           END-IF.

       PEND-LAST-ONE-RTN.
           READ PEND-FILE
               AT END MOVE 'Y' TO WS-PEND-EOF
               NOT AT END
                   IF PC-CHANGE-NO > WS-PEND-LAST-NO
                       MOVE PC-CHANGE-NO TO WS-PEND-LAST-NO
                   END-IF
           END-READ.

      * every change approved for this program is applied in
      *the order it was made, each marked where it stands
       PEND-APPLY-RTN.
           MOVE 0 TO WS-PEND-APPLIED.
           MOVE 0 TO WS-PEND-REFUSED.
           MOVE 'N' TO WS-PEND-EOF.
           OPEN I-O PEND-FILE.
           IF WS-PEND-STATUS NOT = "35"
               PERFORM PEND-APPLY-READ-RTN UNTIL WS-PEND-EOF = 'Y'
               CLOSE PEND-FILE
           END-IF.
           IF WS-PEND-APPLIED > 0 OR WS-PEND-REFUSED > 0
               DISPLAY WS-PEND-APPLIED ' APPROVED CHANGE(S) APPLIED, '
                   WS-PEND-REFUSED ' REFUSED.'
           END-IF.

       PEND-APPLY-READ-RTN.
           READ PEND-FILE
               AT END MOVE 'Y' TO WS-PEND-EOF
               NOT AT END
                   IF PC-PROGRAM = PEND-PROGNAME AND PC-APPROVED
                       PERFORM PEND-APPLY-TAKE-RTN
                   END-IF
           END-READ.

       PEND-APPLY-TAKE-RTN.
           MOVE 'Y' TO WS-PEND-OK.
           MOVE SPACES TO WS-PEND-REASON.
           DISPLAY 'APPLYING CHANGE ' PC-CHANGE-NO ' - ' PC-DESC.
           PERFORM PEND-APPLY-ONE-RTN.
           ACCEPT WS-PEND-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-PEND-TIME FROM TIME.
           MOVE WS-PEND-DATE TO PC-APPLY-DATE.
           MOVE WS-PEND-TIME TO PC-APPLY-TIME.
           IF WS-PEND-OK = 'Y'
               MOVE 'D' TO PC-STATUS
               ADD 1 TO WS-PEND-APPLIED
           ELSE
               MOVE 'F' TO PC-STATUS
               MOVE WS-PEND-REASON TO PC-REASON
               ADD 1 TO WS-PEND-REFUSED
               DISPLAY 'CHANGE ' PC-CHANGE-NO ' REFUSED - '
                   WS-PEND-REASON
           END-IF.
           REWRITE PEND-REC.
