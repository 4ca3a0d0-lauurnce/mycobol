       IDENTIFICATION DIVISION.
       PROGRAM-ID. ATTEND-ENTRY.
      *AUTHOR.     LAWRENCE PANES.
      *
      *MODIFICATION HISTORY:
      *2026-10-15  LP  New program - class attendance entry. The
      *                roll of a class meeting had lived on paper:
      *                the operator keys the school year, term,
      *                subject and meeting date once (the business
      *                date when left zero), then each student as
      *                (P)resent, (A)bsent or (L)ate. The number is
      *                checked against the STUDENT.TXT enrollment,
      *                the subject against the SUBJECT master, and
      *                a student already marked for the meeting is
      *                refused. Each mark goes on ATTEND with the
      *                operator, for GRADES to drop students past
      *                the absence limit and for the weekly
      *                ATTEND-WARN list.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-PC.
       OBJECT-COMPUTER. IBM-PC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * the registrar's enrollment, for validating the
      *student number at the keyboard
           SELECT ENROLL-FILE ASSIGN TO "STUDENT.TXT"
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS R-SNO
               ALTERNATE RECORD KEY IS R-SNA WITH DUPLICATES
               FILE STATUS IS WS-ENROLL-STATUS.

      * the operator MAINMENU signed on, when there is one
           SELECT OPER-SESS-FILE ASSIGN TO "OPERSESS"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-OPERSESS-STATUS.

      * the business/processing date operations maintains
           SELECT BUSDATE-FILE ASSIGN TO "BUSDATE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BUSDT-STATUS.

      * shared class attendance and subject master
           COPY ATTNSL.
           COPY SUBJSL.

       DATA DIVISION.
       FILE SECTION.
       FD  ENROLL-FILE.
       01  ENROLL-REC.
      * shared student-record layout
           COPY STUREC.

       FD  OPER-SESS-FILE
           LABEL RECORD IS OMITTED.
       01  OPER-SESS-REC.
           02 OPER-SESS-ID PIC X(08).

       FD  BUSDATE-FILE
           LABEL RECORD IS OMITTED.
       01  BUSDATE-REC.
           02 BD-DATE     PIC 9(08).

           COPY ATTNFD.
           COPY SUBJFD.

       WORKING-STORAGE SECTION.
      * shared class attendance, subject-master and calendar
      *working-storage
           COPY ATTNWS.
           COPY SUBJWS.
           COPY DATEWS.

       01  ANS             PIC X VALUE 'Y'.
       01  WS-ENROLL-STATUS PIC XX VALUE SPACES.
       01  WS-OPERSESS-STATUS PIC XX VALUE SPACES.
       01  WS-BUSDT-STATUS PIC XX VALUE SPACES.
       01  WS-ENROLL-OPEN  PIC X VALUE 'N'.
       01  WS-OPERATOR     PIC X(8) VALUE SPACES.
       01  WS-TODAY        PIC 9(8) VALUE 0.
       01  WS-MEETING-OK-SW PIC X VALUE 'Y'.
       01  WS-ROLL-DONE-SW PIC X VALUE 'N'.
       01  WS-FOUND-SW     PIC X VALUE 'N'.
       01  WS-MARKS-WRITTEN PIC 9(4) VALUE 0.
       01  WS-MEETING-MARKS PIC 9(4) VALUE 0.

      * the class meeting being keyed
       01  IN-MEETING.
           05 IN-SY        PIC 9(4) VALUE 0.
           05 IN-TERM      PIC 9 VALUE 0.
           05 IN-SUBJ      PIC X(6) VALUE SPACES.
           05 IN-DATE      PIC 9(8) VALUE 0.
       01  IN-SNO          PIC 9(5) VALUE 0.
       01  IN-MARK         PIC X VALUE SPACE.

      * the students already marked for the meeting
       01  WS-MARKED-TABLE.
           05 WS-MARKED-COUNT PIC 999 VALUE 0.
           05 WS-MARKED-SNO PIC 9(5) OCCURS 500 TIMES
                               INDEXED BY MK-IDX.

       PROCEDURE DIVISION.
       MAIN-RTN.
           PERFORM GET-OPERATOR-RTN.
           PERFORM LOAD-BUSDATE-RTN.
           PERFORM SUBJ-LOAD-RTN.

      * the enrollment check stays quiet when the machine
      *has no STUDENT.TXT, the same stance GRADES takes
           OPEN INPUT ENROLL-FILE.
           IF WS-ENROLL-STATUS = "35"
               DISPLAY 'NO STUDENT.TXT - NUMBERS NOT CHECKED.'
           ELSE
               MOVE 'Y' TO WS-ENROLL-OPEN
           END-IF.

           PERFORM MEETING-RTN UNTIL ANS = 'N' OR ANS = 'n'.

           IF WS-ENROLL-OPEN = 'Y'
               CLOSE ENROLL-FILE
           END-IF.
           DISPLAY 'ATTEND-ENTRY: ' WS-MARKS-WRITTEN
               ' MARK(S) WRITTEN TO ATTEND.'.
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

      * one class meeting: its term, subject and date once,
      *then the roll until a zero student number
       MEETING-RTN.
           DISPLAY 'School year (YYYY): '.
           ACCEPT IN-SY.
           DISPLAY 'Term (1-3): '.
           ACCEPT IN-TERM.
           DISPLAY 'Subject code: '.
           ACCEPT IN-SUBJ.
           DISPLAY 'Meeting date (YYYYMMDD, 0 for ' WS-TODAY '): '.
           ACCEPT IN-DATE.
           IF IN-DATE = 0
               MOVE WS-TODAY TO IN-DATE
           END-IF.

           PERFORM EDIT-MEETING-RTN.
           IF WS-MEETING-OK-SW = 'Y'
               PERFORM LOAD-MARKED-RTN
               OPEN EXTEND ATTEND-FILE
               IF WS-ATN-STATUS = "35"
                   OPEN OUTPUT ATTEND-FILE
               END-IF
               MOVE 0 TO WS-MEETING-MARKS
               MOVE 'N' TO WS-ROLL-DONE-SW
               PERFORM MARK-ONE-RTN UNTIL WS-ROLL-DONE-SW = 'Y'
               CLOSE ATTEND-FILE
               DISPLAY WS-MEETING-MARKS ' MARK(S) KEYED FOR '
                   IN-SUBJ ' ON ' IN-DATE '.'
           END-IF.

           DISPLAY 'Another class meeting? (Y/N): '.
           ACCEPT ANS.

       EDIT-MEETING-RTN.
           MOVE 'Y' TO WS-MEETING-OK-SW.
           IF IN-SY NOT NUMERIC OR IN-SY = 0
               DISPLAY 'SCHOOL YEAR MUST BE YYYY.'
               MOVE 'N' TO WS-MEETING-OK-SW
           END-IF.
           IF IN-TERM NOT NUMERIC OR IN-TERM < 1 OR IN-TERM > 3
               DISPLAY 'TERM MUST BE 1 TO 3.'
               MOVE 'N' TO WS-MEETING-OK-SW
           END-IF.
           IF IN-SUBJ = SPACES
               DISPLAY 'SUBJECT CODE MAY NOT BE BLANK.'
               MOVE 'N' TO WS-MEETING-OK-SW
           ELSE
      * with no SUBJECT master on the machine any code stands
               IF WS-SBJ-COUNT > 0
                   MOVE IN-SUBJ TO WS-SBJ-FIND
                   PERFORM SUBJ-FIND-RTN
                   IF WS-SBJ-HIT = 0
                       DISPLAY 'SUBJECT ' IN-SUBJ
                           ' IS NOT ON THE SUBJECT MASTER.'
                       MOVE 'N' TO WS-MEETING-OK-SW
                   END-IF
               END-IF
           END-IF.
           MOVE IN-DATE TO WS-DC-DATE.
           IF IN-DATE NOT NUMERIC OR WS-DC-MM < 1 OR WS-DC-MM > 12
               DISPLAY 'MEETING DATE IS NOT A DATE.'
               MOVE 'N' TO WS-MEETING-OK-SW
           ELSE
               PERFORM DATE-MONTH-LEN-RTN
               IF WS-DC-DD < 1 OR WS-DC-DD > WS-DC-MONTH-LEN
                   DISPLAY 'MEETING DATE IS NOT A DATE.'
                   MOVE 'N' TO WS-MEETING-OK-SW
               ELSE
                   IF IN-DATE > WS-TODAY
                       DISPLAY 'A MEETING CANNOT BE AFTER THE '
                           'BUSINESS DATE.'
                       MOVE 'N' TO WS-MEETING-OK-SW
                   END-IF
               END-IF
           END-IF.

      * the students ATTEND already has for this meeting, so
      *a second mark is refused at the keyboard
       LOAD-MARKED-RTN.
           MOVE 0 TO WS-MARKED-COUNT.
           MOVE 'N' TO WS-ATN-EOF.
           OPEN INPUT ATTEND-FILE.
           IF WS-ATN-STATUS NOT = "35"
               PERFORM LOAD-MARKED-ONE-RTN UNTIL WS-ATN-EOF = 'Y'
               CLOSE ATTEND-FILE
           END-IF.

       LOAD-MARKED-ONE-RTN.
           READ ATTEND-FILE
               AT END MOVE 'Y' TO WS-ATN-EOF
               NOT AT END
                   IF AN-SY = IN-SY AND AN-TERM = IN-TERM
                       AND AN-SUBJ = IN-SUBJ AND AN-DATE = IN-DATE
                       AND WS-MARKED-COUNT < 500
                       ADD 1 TO WS-MARKED-COUNT
                       MOVE AN-SNO TO WS-MARKED-SNO(WS-MARKED-COUNT)
                   END-IF
           END-READ.

       MARK-ONE-RTN.
           DISPLAY 'Student number (0 to end the roll): '.
           ACCEPT IN-SNO.
           IF IN-SNO = 0
               MOVE 'Y' TO WS-ROLL-DONE-SW
           ELSE
               PERFORM TAKE-MARK-RTN
           END-IF.

       TAKE-MARK-RTN.
           MOVE 'N' TO WS-FOUND-SW.
           PERFORM CHECK-MARKED-RTN
               VARYING MK-IDX FROM 1 BY 1
               UNTIL MK-IDX > WS-MARKED-COUNT OR WS-FOUND-SW = 'Y'.
           IF WS-FOUND-SW = 'Y'
               DISPLAY 'ALREADY MARKED FOR THIS MEETING.'
           ELSE
               PERFORM CHECK-ENROLL-RTN
               IF WS-FOUND-SW = 'N'
                   DISPLAY 'NOT ON THE ENROLLMENT.'
               ELSE
                   DISPLAY '(P)resent, (A)bsent or (L)ate: '
                   ACCEPT IN-MARK
                   PERFORM WRITE-MARK-RTN
               END-IF
           END-IF.

       CHECK-MARKED-RTN.
           IF WS-MARKED-SNO(MK-IDX) = IN-SNO
               MOVE 'Y' TO WS-FOUND-SW
           END-IF.

      * the keyed number against the enrollment by key; with
      *no enrollment on the machine every number stands
       CHECK-ENROLL-RTN.
           MOVE 'Y' TO WS-FOUND-SW.
           IF WS-ENROLL-OPEN = 'Y'
               MOVE IN-SNO TO R-SNO
               READ ENROLL-FILE
                   INVALID KEY MOVE 'N' TO WS-FOUND-SW
                   NOT INVALID KEY DISPLAY '  ' R-SNA
               END-READ
           END-IF.

       WRITE-MARK-RTN.
           IF IN-MARK = 'p'
               MOVE 'P' TO IN-MARK
           END-IF.
           IF IN-MARK = 'a'
               MOVE 'A' TO IN-MARK
           END-IF.
           IF IN-MARK = 'l'
               MOVE 'L' TO IN-MARK
           END-IF.
           IF IN-MARK NOT = 'P' AND IN-MARK NOT = 'A'
               AND IN-MARK NOT = 'L'
               DISPLAY 'MARK MUST BE P, A OR L - NOT WRITTEN.'
           ELSE
               MOVE IN-SY TO AN-SY
               MOVE IN-TERM TO AN-TERM
               MOVE IN-SUBJ TO AN-SUBJ
               MOVE IN-SNO TO AN-SNO
               MOVE IN-DATE TO AN-DATE
               MOVE IN-MARK TO AN-MARK
               MOVE WS-OPERATOR TO AN-OPER
               WRITE ATTEND-REC
               ADD 1 TO WS-MARKS-WRITTEN
               ADD 1 TO WS-MEETING-MARKS
               IF WS-MARKED-COUNT < 500
                   ADD 1 TO WS-MARKED-COUNT
                   MOVE IN-SNO TO WS-MARKED-SNO(WS-MARKED-COUNT)
               END-IF
           END-IF.

      * shared subject-master and calendar paragraphs
           COPY SUBJRTN.
           COPY DATERTN.
