       IDENTIFICATION DIVISION.
       PROGRAM-ID. GRADE-CHANGE.
      *AUTHOR.     LAWRENCE PANES.
      *
      *MODIFICATION HISTORY:
      *2026-10-15  LP  New program - the grade-change workflow for a
      *                grade already final. (R)equest keys a
      *                correction to a student's subject grade for a
      *                term, on the master or archived on STUHIST:
      *                the new grade, the reason (computation error,
      *                late requirement, appeal) and the requesting
      *                instructor off the FACULTY master. It goes on
      *                GRDCHG pending and changes nothing. (A)pprove
      *                is the dean's: a supervisor's OPERS
      *                credentials are keyed through the shared
      *                supervisor-check, and each pending request
      *                not of the dean's own making is approved,
      *                rejected or left. An approved change posts
      *                through the audited update path - the
      *                remark re-derives on the new grade, a
      *                STUAUDIT record is written and, on the
      *                master, the STUDCTL totals roll - unless the
      *                grade no longer stands as requested, when it
      *                is refused and said why.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STUDENT-FILE ASSIGN TO "STUDENT.TXT"
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS R-SNO
               ALTERNATE RECORD KEY IS R-SNA WITH DUPLICATES
               FILE STATUS IS WS-FILE-STATUS.

      * the archived terms, for a grade no longer on the master
           SELECT HIST-FILE ASSIGN TO "STUHIST"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-HIST-STATUS.

      * the master's integrity control record, kept
      *current with every change
           SELECT CTL-FILE ASSIGN TO "STUDCTL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CTL-STATUS.

      * every change leaves its before and after image
      *here for the auditors
           SELECT AUDIT-FILE ASSIGN TO "STUAUDIT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

      * the operator MAINMENU signed on, when there is one
           SELECT OPER-SESS-FILE ASSIGN TO "OPERSESS"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-OPERSESS-STATUS.

      * the business/processing date operations maintains
           SELECT BUSDATE-FILE ASSIGN TO "BUSDATE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BUSDT-STATUS.

      * one writer at a time on the master
           COPY MLOCKSL
               REPLACING ==MLOCK-FILENAME== BY =="STUDENT.LCK"==.
      * the dean's approval and its trail
           COPY SUPAUTSL.
      * shared grade-change requests and faculty master
           COPY GRCHSL.
           COPY FACSL.

       DATA DIVISION.
       FILE SECTION.
       FD  STUDENT-FILE.
       01  STUDENT-REC.
      * shared student-record layout
           COPY STUREC.

       FD  HIST-FILE
           LABEL RECORD IS OMITTED.
       01  HIST-REC       PIC X(100).

       FD  CTL-FILE
           LABEL RECORD IS OMITTED.
       01  CTL-REC.
           02 SC-COUNT PIC 9(5).
           02 SC-HASH  PIC 9(10)V99.

       FD  AUDIT-FILE
           LABEL RECORD IS OMITTED.
       01  AUDIT-REC.
           05 AU-ACTION   PIC X.
           05 AU-DATE     PIC 9(8).
           05 AU-TIME     PIC 9(8).
           05 AU-OPER     PIC X(8).
           05 AU-BEFORE   PIC X(100).
           05 AU-AFTER    PIC X(100).

       FD  OPER-SESS-FILE
           LABEL RECORD IS OMITTED.
       01  OPER-SESS-REC.
           02 OPER-SESS-ID PIC X(08).

       FD  BUSDATE-FILE
           LABEL RECORD IS OMITTED.
       01  BUSDATE-REC.
           02 BD-DATE      PIC 9(08).

       COPY MLOCKFD.
       COPY SUPAUTFD.
       COPY GRCHFD.
       COPY FACFD.

       WORKING-STORAGE SECTION.
      * shared master-lock working-storage
       COPY MLOCKWS.
      * shared supervisor-override working-storage
       COPY SUPAUTWS.
      * shared grade-change and faculty-master working-storage
       COPY GRCHWS.
       COPY FACWS.

       01  ANS            PIC X VALUE SPACES.
       01  WS-FILE-STATUS PIC XX VALUE SPACES.
       01  WS-HIST-STATUS PIC XX VALUE SPACES.
       01  WS-CTL-STATUS  PIC XX VALUE SPACES.
       01  WS-AUDIT-STATUS PIC XX VALUE SPACES.
       01  WS-OPERSESS-STATUS PIC XX VALUE SPACES.
       01  WS-BUSDT-STATUS PIC XX VALUE SPACES.
       01  WS-CTL-HAVE-SW PIC X VALUE 'N'.
       01  WS-FOUND-SW    PIC X VALUE 'N'.
       01  WS-HIST-EOF    PIC X VALUE 'N'.
       01  WS-PENDING-SW  PIC X VALUE 'N'.
       01  WS-ENTRY-OK-SW PIC X VALUE 'Y'.
       01  WS-POST-OK-SW  PIC X VALUE 'N'.
       01  WS-MODE        PIC X VALUE 'R'.
       01  WS-DECISION    PIC X VALUE SPACES.
       01  WS-OPERATOR    PIC X(8) VALUE SPACES.
       01  WS-TODAY       PIC 9(8) VALUE 0.
       01  WS-AUDIT-TIME  PIC 9(8) VALUE 0.
       01  WS-BEFORE-IMAGE PIC X(100) VALUE SPACES.
       01  WS-OLD-AVG     PIC 9V99 VALUE 0.
       01  WS-GRADE-ED    PIC 9.99.
       01  WS-NEW-ED      PIC 9.99.

      * the grade asked after, and where it was found
       01  IN-KEY.
           05 IN-SNO      PIC 9(5) VALUE 0.
           05 IN-SUBJ     PIC X(6) VALUE SPACES.
           05 IN-SY       PIC 9(4) VALUE 0.
           05 IN-TERM     PIC 9 VALUE 0.
       01  IN-NEW-GRADE   PIC 9V99 VALUE 0.
      * keyed with its decimal point, as printed
       01  IN-GRADE-ED    PIC 9.99.
       01  IN-REASON      PIC X VALUE SPACE.
       01  IN-INSTR       PIC X(6) VALUE SPACES.
       01  WS-WHERE       PIC X VALUE SPACE.
       01  WS-NEW-REM     PIC X(11) VALUE SPACES.

       01  WS-COUNTS.
           05 WS-POSTED   PIC 9(4) VALUE 0.
           05 WS-REJECTED PIC 9(4) VALUE 0.
           05 WS-REFUSED  PIC 9(4) VALUE 0.
           05 WS-LEFT     PIC 9(4) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-RTN.
           PERFORM GET-OPERATOR-RTN.
           PERFORM LOAD-BUSDATE-RTN.

           DISPLAY '(R)equest a grade change or (A)pprove pending '
               'requests? '.
           ACCEPT WS-MODE.

           IF WS-MODE = 'A' OR WS-MODE = 'a'
               PERFORM APPROVE-RTN
           ELSE
               PERFORM FAC-LOAD-RTN
               PERFORM REQUEST-RTN
                   UNTIL ANS = 'N' OR ANS = 'n'
           END-IF.
           STOP RUN.

      * the operator comes off the menu's sign-on session
      *when there is one, and is asked for otherwise
       GET-OPERATOR-RTN.
           OPEN INPUT OPER-SESS-FILE.
           IF WS-OPERSESS-STATUS = "35"
               DISPLAY 'Operator ID: '
               ACCEPT WS-OPERATOR
           ELSE
               READ OPER-SESS-FILE
                   AT END CONTINUE
                   NOT AT END MOVE OPER-SESS-ID TO WS-OPERATOR
               END-READ
               CLOSE OPER-SESS-FILE
           END-IF.

       LOAD-BUSDATE-RTN.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           OPEN INPUT BUSDATE-FILE.
           IF WS-BUSDT-STATUS NOT = "35"
               READ BUSDATE-FILE
                   AT END CONTINUE
                   NOT AT END MOVE BD-DATE TO WS-TODAY
               END-READ
               CLOSE BUSDATE-FILE
           END-IF.

      * one request against one final grade; nothing on the
      *master or the archive changes here
       REQUEST-RTN.
           DISPLAY 'Student number: '.
           ACCEPT IN-SNO.
           DISPLAY 'Subject code: '.
           ACCEPT IN-SUBJ.
           DISPLAY 'School year (YYYY): '.
           ACCEPT IN-SY.
           DISPLAY 'Term (1-3): '.
           ACCEPT IN-TERM.

           PERFORM FIND-GRADE-RTN.
           PERFORM CHECK-PENDING-RTN.
           EVALUATE TRUE
               WHEN WS-FOUND-SW = 'N'
                   DISPLAY 'NO GRADE ON FILE FOR THAT STUDENT, '
                       'SUBJECT AND TERM.'
               WHEN R-REM = SPACES
                   DISPLAY 'GRADE IS NOT YET FINAL - NOTHING TO '
                       'CHANGE.'
               WHEN WS-PENDING-SW = 'Y'
                   DISPLAY 'A REQUEST FOR THAT GRADE IS ALREADY '
                       'PENDING.'
               WHEN OTHER
                   PERFORM TAKE-REQUEST-RTN
           END-EVALUATE.

           DISPLAY 'Another request? (Y/N): '.
           ACCEPT ANS.

      * the grade on the master when the master still carries
      *that term, else the student's archived record of it
       FIND-GRADE-RTN.
           MOVE 'N' TO WS-FOUND-SW.
           MOVE SPACE TO WS-WHERE.
           OPEN INPUT STUDENT-FILE.
           IF WS-FILE-STATUS NOT = "35"
               MOVE IN-SNO TO R-SNO
               READ STUDENT-FILE
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       IF R-SUBJ = IN-SUBJ AND R-SY = IN-SY
                           AND R-TERM = IN-TERM
                           MOVE 'Y' TO WS-FOUND-SW
                           MOVE 'M' TO WS-WHERE
                       END-IF
               END-READ
               CLOSE STUDENT-FILE
           END-IF.
           IF WS-FOUND-SW = 'N'
               MOVE 'N' TO WS-HIST-EOF
               OPEN INPUT HIST-FILE
               IF WS-HIST-STATUS NOT = "35"
                   PERFORM FIND-HIST-RTN UNTIL WS-HIST-EOF = 'Y'
                   CLOSE HIST-FILE
               END-IF
           END-IF.

       FIND-HIST-RTN.
           READ HIST-FILE
               AT END MOVE 'Y' TO WS-HIST-EOF
               NOT AT END
                   MOVE HIST-REC TO STUDENT-REC
                   IF R-SNO = IN-SNO AND R-SUBJ = IN-SUBJ
                       AND R-SY = IN-SY AND R-TERM = IN-TERM
                       MOVE 'Y' TO WS-FOUND-SW
                       MOVE 'H' TO WS-WHERE
                       MOVE 'Y' TO WS-HIST-EOF
                   END-IF
           END-READ.

      * one grade, one open request at a time
       CHECK-PENDING-RTN.
           MOVE 'N' TO WS-PENDING-SW.
           MOVE 'N' TO WS-GCR-EOF.
           OPEN INPUT GRDCHG-FILE.
           IF WS-GCR-STATUS NOT = "35"
               PERFORM CHECK-PENDING-ONE-RTN UNTIL WS-GCR-EOF = 'Y'
               CLOSE GRDCHG-FILE
           END-IF.

       CHECK-PENDING-ONE-RTN.
           READ GRDCHG-FILE
               AT END MOVE 'Y' TO WS-GCR-EOF
               NOT AT END
                   IF GX-KEY = IN-KEY AND GX-PENDING
                       MOVE 'Y' TO WS-PENDING-SW
                   END-IF
           END-READ.

      * the new grade, the reason and the requesting
      *instructor; the remark the new grade would carry is
      *derived now, on the three tiers, for the dean to see
       TAKE-REQUEST-RTN.
           MOVE R-AVG TO WS-GRADE-ED.
           DISPLAY 'Grade on file: ' WS-GRADE-ED '  ' R-REM.
           DISPLAY 'New grade (1.00-5.00): '.
           ACCEPT IN-GRADE-ED.
           MOVE IN-GRADE-ED TO IN-NEW-GRADE.
           DISPLAY 'Reason - (C)omputation error, (L)ate '
               'requirement, (A)ppeal: '.
           ACCEPT IN-REASON.
           DISPLAY 'Requesting instructor (faculty ID): '.
           ACCEPT IN-INSTR.

           MOVE 'Y' TO WS-ENTRY-OK-SW.
           IF IN-NEW-GRADE < 1.00 OR IN-NEW-GRADE > 5.00
               DISPLAY 'GRADE MUST BE 1.00 TO 5.00.'
               MOVE 'N' TO WS-ENTRY-OK-SW
           END-IF.
           IF IN-NEW-GRADE = R-AVG
               DISPLAY 'NEW GRADE IS THE GRADE ON FILE.'
               MOVE 'N' TO WS-ENTRY-OK-SW
           END-IF.
           IF IN-REASON = 'c' OR IN-REASON = 'l' OR IN-REASON = 'a'
               INSPECT IN-REASON CONVERTING 'cla' TO 'CLA'
           END-IF.
           IF IN-REASON NOT = 'C' AND IN-REASON NOT = 'L'
               AND IN-REASON NOT = 'A'
               DISPLAY 'REASON MUST BE C, L OR A.'
               MOVE 'N' TO WS-ENTRY-OK-SW
           END-IF.
           MOVE IN-INSTR TO WS-FAC-FIND.
           PERFORM FAC-FIND-RTN.
           IF IN-INSTR = SPACES OR WS-FAC-HIT = 0
               DISPLAY 'INSTRUCTOR IS NOT ON THE FACULTY MASTER.'
               MOVE 'N' TO WS-ENTRY-OK-SW
           END-IF.

           IF WS-ENTRY-OK-SW = 'N'
               DISPLAY 'NOTHING REQUESTED.'
           ELSE
               EVALUATE TRUE
                   WHEN IN-NEW-GRADE <= 2.50
                       MOVE "PASSED" TO WS-NEW-REM
                   WHEN IN-NEW-GRADE <= 3.00
                       MOVE "CONDITIONAL" TO WS-NEW-REM
                   WHEN OTHER
                       MOVE "FAILED" TO WS-NEW-REM
               END-EVALUATE
               PERFORM WRITE-REQUEST-RTN
           END-IF.

       WRITE-REQUEST-RTN.
           PERFORM GRCH-LAST-NO-RTN.
           OPEN EXTEND GRDCHG-FILE.
           IF WS-GCR-STATUS = "35"
               OPEN OUTPUT GRDCHG-FILE
           END-IF.
           MOVE SPACES TO GRDCHG-REC.
           COMPUTE GX-REQ-NO = WS-GCR-LAST-NO + 1.
           MOVE IN-KEY TO GX-KEY.
           MOVE R-AVG TO GX-OLD-GRADE.
           MOVE R-REM TO GX-OLD-REM.
           MOVE IN-NEW-GRADE TO GX-NEW-GRADE.
           MOVE WS-NEW-REM TO GX-NEW-REM.
           MOVE IN-REASON TO GX-REASON.
           MOVE IN-INSTR TO GX-INSTR.
           MOVE WS-OPERATOR TO GX-MAKER.
           MOVE WS-TODAY TO GX-REQ-DATE.
           MOVE 'P' TO GX-STATUS.
           MOVE 0 TO GX-DEC-DATE.
           WRITE GRDCHG-REC.
           CLOSE GRDCHG-FILE.
           DISPLAY 'REQUEST ' GX-REQ-NO ' PENDING THE DEAN''S '
               'APPROVAL - NOTHING CHANGES UNTIL THEN.'.

      * only a supervisor approves, and never a request of
      *their own making; each approval posts as it is given
       APPROVE-RTN.
           MOVE 'GRADE-CHANGE APPROVAL' TO WS-SA-WHAT.
           PERFORM SUPAUTH-CHECK-RTN.
           IF WS-SA-OK = 'N'
               DISPLAY 'GRADE-CHANGE: NOTHING APPROVED.'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM FAC-LOAD-RTN.
      * one writer at a time on the master
           MOVE WS-SA-TRY-ID TO WS-MLOCK-HOLDER.
           PERFORM MLOCK-TAKE-RTN.
           IF WS-MLOCK-OK = 'N'
               DISPLAY 'MASTER LOCK HELD - NOTHING OPENED.'
               STOP RUN
           END-IF.

           OPEN I-O GRDCHG-FILE.
           IF WS-GCR-STATUS = "35"
               DISPLAY 'GRADE-CHANGE: NO REQUESTS ON FILE.'
               PERFORM MLOCK-FREE-RTN
               STOP RUN
           END-IF.
           OPEN I-O STUDENT-FILE.
           IF WS-FILE-STATUS = "35"
               DISPLAY 'GRADE-CHANGE: STUDENT.TXT NOT FOUND.'
               CLOSE GRDCHG-FILE
               PERFORM MLOCK-FREE-RTN
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN EXTEND AUDIT-FILE.
           IF WS-AUDIT-STATUS = "35"
               OPEN OUTPUT AUDIT-FILE
           END-IF.

           MOVE 'N' TO WS-GCR-EOF.
           PERFORM DECIDE-ONE-RTN UNTIL WS-GCR-EOF = 'Y'.

           CLOSE GRDCHG-FILE
                 STUDENT-FILE
                 AUDIT-FILE.
           PERFORM MLOCK-FREE-RTN.
           DISPLAY 'GRADE-CHANGE: ' WS-POSTED ' POSTED, '
               WS-REJECTED ' REJECTED, ' WS-REFUSED ' REFUSED, '
               WS-LEFT ' LEFT PENDING.'.
           IF WS-REFUSED > 0
               MOVE 4 TO RETURN-CODE
           END-IF.

       DECIDE-ONE-RTN.
           READ GRDCHG-FILE
               AT END MOVE 'Y' TO WS-GCR-EOF
               NOT AT END
                   IF GX-PENDING
                       PERFORM SHOW-REQUEST-RTN
                   END-IF
           END-READ.

       SHOW-REQUEST-RTN.
           PERFORM GRCH-REASON-RTN.
           MOVE GX-INSTR TO WS-FAC-FIND.
           PERFORM FAC-FIND-RTN.
           MOVE GX-OLD-GRADE TO WS-GRADE-ED.
           MOVE GX-NEW-GRADE TO WS-NEW-ED.
           DISPLAY ' '.
           DISPLAY 'Request ' GX-REQ-NO '  Student ' GX-SNO
               '  Subject ' GX-SUBJ '  SY ' GX-SY ' Term ' GX-TERM.
           DISPLAY '  Grade ' WS-GRADE-ED ' ' GX-OLD-REM ' to '
               WS-NEW-ED ' ' GX-NEW-REM.
           IF WS-FAC-HIT > 0
               DISPLAY '  Reason: ' WS-GCR-REASON-TEXT
                   '  Instructor: ' GX-INSTR ' '
                   FAT-NAME(WS-FAC-HIT)
           ELSE
               DISPLAY '  Reason: ' WS-GCR-REASON-TEXT
                   '  Instructor: ' GX-INSTR
           END-IF.
           DISPLAY '  Keyed by ' GX-MAKER ' on ' GX-REQ-DATE.

           IF GX-MAKER = WS-SA-TRY-ID
               DISPLAY '  YOUR OWN REQUEST - LEFT FOR ANOTHER '
                   'SUPERVISOR.'
               ADD 1 TO WS-LEFT
           ELSE
               DISPLAY '  (A)pprove, (R)eject or (L)eave: '
               ACCEPT WS-DECISION
               EVALUATE WS-DECISION
                   WHEN 'A' WHEN 'a'
                       PERFORM POST-CHANGE-RTN
                       PERFORM RECORD-DECISION-RTN
                   WHEN 'R' WHEN 'r'
                       MOVE 'R' TO GX-STATUS
                       ADD 1 TO WS-REJECTED
                       PERFORM RECORD-DECISION-RTN
                   WHEN OTHER
                       ADD 1 TO WS-LEFT
               END-EVALUATE
           END-IF.

       RECORD-DECISION-RTN.
           MOVE WS-SA-TRY-ID TO GX-APPROVER.
           MOVE WS-TODAY TO GX-DEC-DATE.
           REWRITE GRDCHG-REC.

      * the master takes the change when it still carries the
      *term; otherwise the archived record does. Either way the
      *grade must still stand as it did when requested.
       POST-CHANGE-RTN.
           MOVE 'N' TO WS-POST-OK-SW.
           MOVE 'N' TO WS-FOUND-SW.
           MOVE GX-SNO TO R-SNO.
           READ STUDENT-FILE
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   IF R-SUBJ = GX-SUBJ AND R-SY = GX-SY
                       AND R-TERM = GX-TERM
                       MOVE 'Y' TO WS-FOUND-SW
                   END-IF
           END-READ.
           IF WS-FOUND-SW = 'Y'
               MOVE 'M' TO GX-WHERE
               IF R-AVG NOT = GX-OLD-GRADE
                   MOVE "GRADE CHANGED SINCE REQUEST" TO GX-NOTE
               ELSE
                   PERFORM APPLY-CHANGE-RTN
                   PERFORM COMMIT-MASTER-RTN
               END-IF
           ELSE
               MOVE 'H' TO GX-WHERE
               PERFORM POST-HIST-RTN
           END-IF.
           IF WS-POST-OK-SW = 'Y'
               MOVE 'D' TO GX-STATUS
               MOVE SPACES TO GX-NOTE
               ADD 1 TO WS-POSTED
               DISPLAY '  POSTED.'
           ELSE
               MOVE 'F' TO GX-STATUS
               ADD 1 TO WS-REFUSED
               DISPLAY '  REFUSED - ' GX-NOTE
           END-IF.

       APPLY-CHANGE-RTN.
           MOVE STUDENT-REC TO WS-BEFORE-IMAGE.
           MOVE R-AVG TO WS-OLD-AVG.
           MOVE GX-NEW-GRADE TO R-AVG.
           MOVE GX-NEW-REM TO R-REM.
           MOVE WS-TODAY TO R-REM-DATE.

      * the audited update path: the REWRITE, the audit
      *record, and the STUDCTL control totals all move together
       COMMIT-MASTER-RTN.
           REWRITE STUDENT-REC
               INVALID KEY
                   MOVE "REWRITE FAILED" TO GX-NOTE
               NOT INVALID KEY
                   MOVE 'Y' TO WS-POST-OK-SW
                   PERFORM WRITE-AUDIT-RTN
                   PERFORM ROLL-CTL-RTN
           END-REWRITE.

      * the archived record is rewritten in place; the
      *control totals cover only the master
       POST-HIST-RTN.
           MOVE "GRADE NOT ON FILE AS REQUESTED" TO GX-NOTE.
           MOVE 'N' TO WS-HIST-EOF.
           OPEN I-O HIST-FILE.
           IF WS-HIST-STATUS NOT = "35"
               PERFORM POST-HIST-ONE-RTN UNTIL WS-HIST-EOF = 'Y'
               CLOSE HIST-FILE
           END-IF.

       POST-HIST-ONE-RTN.
           READ HIST-FILE
               AT END MOVE 'Y' TO WS-HIST-EOF
               NOT AT END
                   MOVE HIST-REC TO STUDENT-REC
                   IF R-SNO = GX-SNO AND R-SUBJ = GX-SUBJ
                       AND R-SY = GX-SY AND R-TERM = GX-TERM
                       AND R-AVG = GX-OLD-GRADE
                       PERFORM APPLY-CHANGE-RTN
                       MOVE STUDENT-REC TO HIST-REC
                       REWRITE HIST-REC
                       MOVE 'Y' TO WS-POST-OK-SW
                       PERFORM WRITE-AUDIT-RTN
                       MOVE 'Y' TO WS-HIST-EOF
                   END-IF
           END-READ.

       WRITE-AUDIT-RTN.
           ACCEPT WS-AUDIT-TIME FROM TIME.
           MOVE 'R' TO AU-ACTION.
           MOVE WS-TODAY TO AU-DATE.
           MOVE WS-AUDIT-TIME TO AU-TIME.
           MOVE WS-SA-TRY-ID TO AU-OPER.
           MOVE WS-BEFORE-IMAGE TO AU-BEFORE.
           MOVE STUDENT-REC TO AU-AFTER.
           WRITE AUDIT-REC.

      * the changed average rolls into the control totals
      *KEZIA-REV verifies at load; with no control record on
      *disk yet nothing is planted, KEZIA-REV's own stance
       ROLL-CTL-RTN.
           MOVE 'N' TO WS-CTL-HAVE-SW.
           OPEN INPUT CTL-FILE.
           IF WS-CTL-STATUS = "35"
               CONTINUE
           ELSE
               READ CTL-FILE
                   AT END CONTINUE
                   NOT AT END MOVE 'Y' TO WS-CTL-HAVE-SW
               END-READ
               CLOSE CTL-FILE
           END-IF.
           IF WS-CTL-HAVE-SW = 'Y'
               SUBTRACT WS-OLD-AVG FROM SC-HASH
               ADD R-AVG TO SC-HASH
               OPEN OUTPUT CTL-FILE
               WRITE CTL-REC
               CLOSE CTL-FILE
           END-IF.

      * shared grade-change and faculty paragraphs
       COPY GRCHRTN.
       COPY FACRTN.

      * shared master-lock paragraphs
       COPY MLOCKRTN
           REPLACING ==MLOCK-FILENAME== BY =="STUDENT.LCK"==.

      * shared supervisor-override paragraphs
       COPY SUPAUTRTN
           REPLACING ==SUPAUTH-PROGNAME== BY =="GRADE-CHANGE"==.
