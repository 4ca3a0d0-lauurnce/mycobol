       IDENTIFICATION DIVISION.
       PROGRAM-ID. ENLISTMENT.
      *AUTHOR.     LAWRENCE PANES.
      *
      *MODIFICATION HISTORY:
      *2026-10-15  LP  New program - the registrar's enlistment
      *                screen. For a school year and term it takes
      *                that term's sections off the OFFERING file
      *                (kept through REFMAINT) and the seats already
      *                taken off ENLIST, then student by student
      *                enlists into offered sections only: a section
      *                not offered, a full section, or one meeting
      *                at the same hour as a section the student
      *                already carries is refused. Keying a subject
      *                the student already carries offers to drop
      *                it. Every enlistment and drop is kept on
      *                ENLIST under the operator signed on through
      *                MAINMENU. The student's STUDENT.TXT record
      *                follows through the audited path under the
      *                STUDENT.LCK master lock: a student not yet on
      *                the master is added, a record still on an
      *                earlier term goes to STUHIST and is opened
      *                for this one ungraded, and the record carries
      *                the section and subject enlisted first; the
      *                master keys one record a student, so the full
      *                list of the term's subjects is on ENLIST.
      *2026-10-15  LP  The schedule shown now names each section's
      *                instructor off the FACULTY master by the
      *                faculty ID the offering is assigned to.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STUDENT-FILE ASSIGN TO "STUDENT.TXT"
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS R-SNO
               ALTERNATE RECORD KEY IS R-SNA WITH DUPLICATES
               FILE STATUS IS WS-FILE-STATUS.

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

      * superseded terms' records, kept for the transcript
           SELECT HIST-FILE ASSIGN TO "STUHIST"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-HIST-STATUS.

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
      * shared subject offerings and enlistments
           COPY OFFERSL.
           COPY ENLSTSL.
      * shared faculty master, for the instructors' names
           COPY FACSL.

       DATA DIVISION.
       FILE SECTION.
       FD  STUDENT-FILE.
       01  STUDENT-REC.
      * shared student-record layout
           COPY STUREC.

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

       FD  HIST-FILE
           LABEL RECORD IS OMITTED.
       01  HIST-REC       PIC X(100).

       FD  OPER-SESS-FILE
           LABEL RECORD IS OMITTED.
       01  OPER-SESS-REC.
           02 OPER-SESS-ID PIC X(08).

       FD  BUSDATE-FILE
           LABEL RECORD IS OMITTED.
       01  BUSDATE-REC.
           02 BD-DATE     PIC 9(08).

       COPY MLOCKFD.
           COPY OFFERFD.
           COPY ENLSTFD.
           COPY FACFD.

       WORKING-STORAGE SECTION.
      * shared master-lock working-storage
       COPY MLOCKWS.
      * shared subject-offering and enlistment working-storage
           COPY OFFERWS.
           COPY ENLSTWS.
           COPY FACWS.
       01  WS-SHOW-INSTR  PIC X(25) VALUE SPACES.

       01  WS-FILE-STATUS PIC XX VALUE SPACES.
       01  WS-CTL-STATUS  PIC XX VALUE SPACES.
       01  WS-AUDIT-STATUS PIC XX VALUE SPACES.
       01  WS-HIST-STATUS PIC XX VALUE SPACES.
       01  WS-OPERSESS-STATUS PIC XX VALUE SPACES.
       01  WS-BUSDT-STATUS PIC XX VALUE SPACES.
       01  WS-CTL-HAVE-SW PIC X VALUE 'N'.
       01  WS-DONE-SW     PIC X VALUE 'N'.
       01  WS-SUBJ-DONE-SW PIC X VALUE 'N'.
       01  WS-FOUND-SW    PIC X VALUE 'N'.
       01  WS-NEW-SW      PIC X VALUE 'N'.
       01  WS-GO-SW       PIC X VALUE 'N'.
       01  WS-MASTER-OK-SW PIC X VALUE 'Y'.
       01  WS-CONFIRM     PIC X VALUE SPACES.
       01  WS-OPERATOR    PIC X(8) VALUE SPACES.
       01  WS-TODAY       PIC 9(8) VALUE 0.
       01  WS-AUDIT-TIME  PIC 9(8) VALUE 0.
       01  WS-BEFORE-IMAGE PIC X(100) VALUE SPACES.
       01  WS-OLD-AVG     PIC 9V99 VALUE 0.
       01  WS-ADD-COUNT   PIC 9 VALUE 0.

      * the term being enlisted and the student at the screen
       01  WS-TERM-SY     PIC 9(4) VALUE 0.
       01  WS-TERM-NO     PIC 9 VALUE 0.
       01  WS-WANTED-SNO  PIC 9(5) VALUE 0.
       01  IN-SNA         PIC X(25) VALUE SPACES.
       01  IN-SUBJ        PIC X(6) VALUE SPACES.
       01  IN-SECT        PIC X(5) VALUE SPACES.
       01  RAW-CRS        PIC 9 VALUE ZERO.
       01  RAW-ST         PIC 9 VALUE ZERO.
       01  VALID-FLAG     PIC X VALUE 'N'.
       01  D-CRS          PIC X(4) VALUE SPACES.
       01  D-ST           PIC X(9) VALUE SPACES.
       01  WS-ENL-ACTION  PIC X VALUE SPACES.
       01  WS-OPEN-SEATS  PIC S9(4) VALUE 0.
       01  DISP-SEATS     PIC ZZZ9.

      * the sections the student carries this term, as
      *entries of the offering table
       01  WS-SCHED-TABLE.
           05 WS-SCHED-COUNT PIC 99 VALUE 0.
           05 WS-SCHED-OFR   PIC 999 OCCURS 20 TIMES.
       01  WS-SCHED-IDX   PIC 99 VALUE 0.
       01  WS-SCHED-HIT   PIC 99 VALUE 0.

       01  WS-COUNTS.
           05 WS-ENLISTED PIC 9(4) VALUE 0.
           05 WS-DROPPED  PIC 9(4) VALUE 0.
           05 WS-REFUSED  PIC 9(4) VALUE 0.
           05 WS-ADDED    PIC 9(4) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-RTN.
           PERFORM GET-OPERATOR-RTN.
           PERFORM LOAD-BUSDATE-RTN.

           DISPLAY 'School year to enlist for (e.g. 2026): '.
           ACCEPT WS-TERM-SY.
           DISPLAY 'Term (1-3): '.
           ACCEPT WS-TERM-NO.
           IF WS-TERM-SY NOT NUMERIC OR WS-TERM-SY = 0
               OR WS-TERM-NO NOT NUMERIC
               OR WS-TERM-NO < 1 OR WS-TERM-NO > 3
               DISPLAY 'ENLISTMENT: NOT A SCHOOL YEAR AND TERM - '
                   'NOTHING DONE.'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE WS-TERM-SY TO WS-OFR-SY.
           MOVE WS-TERM-NO TO WS-OFR-TERM.
           PERFORM OFR-LOAD-RTN.
      * a short table would refuse sections that are offered
           IF WS-OFR-OVFL-SW = 'Y'
               DISPLAY 'ENLISTMENT: *** THE TERM HAS MORE OFFERINGS '
                   'THAN THE TABLE - 300. ***'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF WS-OFR-COUNT = 0
               DISPLAY 'ENLISTMENT: NOTHING IS OFFERED FOR SY '
                   WS-TERM-SY ' TERM ' WS-TERM-NO
                   ' - SEE REFMAINT.'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM ENL-TALLY-RTN.
           PERFORM FAC-LOAD-RTN.

      * one writer at a time on the master
           MOVE WS-OPERATOR TO WS-MLOCK-HOLDER.
           PERFORM MLOCK-TAKE-RTN.
           IF WS-MLOCK-OK = 'N'
               DISPLAY 'MASTER LOCK HELD - NOTHING OPENED.'
               STOP RUN
           END-IF.

           PERFORM ENSURE-FILE-EXISTS.
           OPEN I-O STUDENT-FILE.
           OPEN EXTEND AUDIT-FILE.
           IF WS-AUDIT-STATUS = "35"
               OPEN OUTPUT AUDIT-FILE
           END-IF.

           DISPLAY 'ENLISTMENT: ' WS-OFR-COUNT ' SECTION(S) OFFERED '
               'FOR SY ' WS-TERM-SY ' TERM ' WS-TERM-NO '.'.
           PERFORM STUDENT-RTN UNTIL WS-DONE-SW = 'Y'.

           CLOSE STUDENT-FILE
                 AUDIT-FILE.
           PERFORM MLOCK-FREE-RTN.
           DISPLAY 'ENLISTMENT: ' WS-ENLISTED ' ENLISTED, '
               WS-DROPPED ' DROPPED, ' WS-REFUSED ' REFUSED, '
               WS-ADDED ' NEW STUDENT(S).'.
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

      * STUDENT.TXT is created empty the first time this
      *runs on a machine where it doesn't exist yet
       ENSURE-FILE-EXISTS.
           OPEN INPUT STUDENT-FILE.
           IF WS-FILE-STATUS = "35"
               OPEN OUTPUT STUDENT-FILE
           END-IF.
           CLOSE STUDENT-FILE.

      * one student: found on the master, or taken as new,
      *then their sections for the term one subject at a time
       STUDENT-RTN.
           DISPLAY ' '.
           DISPLAY 'Student number (0 to finish): '.
           ACCEPT WS-WANTED-SNO.
           IF WS-WANTED-SNO = 0
               MOVE 'Y' TO WS-DONE-SW
           ELSE
               MOVE 'Y' TO WS-FOUND-SW
               MOVE WS-WANTED-SNO TO R-SNO
               READ STUDENT-FILE
                   INVALID KEY MOVE 'N' TO WS-FOUND-SW
               END-READ
               MOVE 'Y' TO WS-GO-SW
               MOVE 'N' TO WS-NEW-SW
               IF WS-FOUND-SW = 'N'
                   PERFORM NEW-STUDENT-RTN
               ELSE
                   DISPLAY R-SNO ' ' R-SNA ' ' R-CRS-DESC ' ' R-YS
                       '  SY ' R-SY ' TERM ' R-TERM
               END-IF
               IF WS-GO-SW = 'Y'
                   PERFORM LOAD-SCHEDULE-RTN
                   PERFORM SHOW-SCHEDULE-RTN
                   MOVE 'N' TO WS-SUBJ-DONE-SW
                   PERFORM SUBJECT-RTN UNTIL WS-SUBJ-DONE-SW = 'Y'
               END-IF
           END-IF.

      * a student not on the master needs a name, course and
      *type; the record is written with the first enlistment
       NEW-STUDENT-RTN.
           DISPLAY 'Not on the master - enlisting a new student.'.
           DISPLAY 'Student name: '.
           ACCEPT IN-SNA.
           IF IN-SNA = SPACES
               DISPLAY 'No name keyed - nothing done.'
               MOVE 'N' TO WS-GO-SW
           ELSE
               MOVE 'Y' TO WS-NEW-SW
               MOVE 'N' TO VALID-FLAG
               PERFORM ASK-COURSE-RTN UNTIL VALID-FLAG = 'Y'
               MOVE 'N' TO VALID-FLAG
               PERFORM ASK-TYPE-RTN UNTIL VALID-FLAG = 'Y'
           END-IF.

       ASK-COURSE-RTN.
           DISPLAY 'Course [1-BSIT, 2-BSCS]: '.
           ACCEPT RAW-CRS.
           IF RAW-CRS = 1
               MOVE "BSIT" TO D-CRS
               MOVE 'Y' TO VALID-FLAG
           ELSE IF RAW-CRS = 2
               MOVE "BSCS" TO D-CRS
               MOVE 'Y' TO VALID-FLAG
           ELSE
               DISPLAY 'INVALID! ENTER 1 OR 2'
           END-IF.

       ASK-TYPE-RTN.
           DISPLAY 'Type [1-Reg, 2-Irreg]: '.
           ACCEPT RAW-ST.
           IF RAW-ST = 1
               MOVE "REGULAR  " TO D-ST
               MOVE 'Y' TO VALID-FLAG
           ELSE IF RAW-ST = 2
               MOVE "IRREGULAR" TO D-ST
               MOVE 'Y' TO VALID-FLAG
           ELSE
               DISPLAY 'INVALID! ENTER 1 OR 2'
           END-IF.

      * the student's sections this term are their
      *enlistments on ENLIST less their drops
       LOAD-SCHEDULE-RTN.
           MOVE 0 TO WS-SCHED-COUNT.
           MOVE 'N' TO WS-ENL-EOF.
           OPEN INPUT ENLIST-FILE.
           IF WS-ENL-STATUS NOT = "35"
               PERFORM SCHED-READ-RTN UNTIL WS-ENL-EOF = 'Y'
               CLOSE ENLIST-FILE
           END-IF.

       SCHED-READ-RTN.
           READ ENLIST-FILE
               AT END MOVE 'Y' TO WS-ENL-EOF
               NOT AT END
                   IF EN-SNO = WS-WANTED-SNO
                       AND EN-SY = WS-TERM-SY
                       AND EN-TERM = WS-TERM-NO
                       PERFORM SCHED-TAKE-RTN
                   END-IF
           END-READ.

       SCHED-TAKE-RTN.
           MOVE EN-OFFER TO WS-OFR-FIND.
           PERFORM OFR-FIND-RTN.
           IF WS-OFR-HIT > 0
               IF EN-ENLISTED
                   PERFORM SCHED-ADD-RTN
               ELSE
                   PERFORM SCHED-FIND-RTN
                   PERFORM SCHED-REMOVE-RTN
               END-IF
           END-IF.

       SCHED-ADD-RTN.
           IF WS-SCHED-COUNT < 20
               ADD 1 TO WS-SCHED-COUNT
               MOVE WS-OFR-HIT TO WS-SCHED-OFR(WS-SCHED-COUNT)
           END-IF.

      * a student carries one section of a subject, so the
      *subject in WS-OFR-FIND-SUBJ finds it
       SCHED-FIND-RTN.
           MOVE 0 TO WS-SCHED-HIT.
           PERFORM SCHED-MATCH-RTN
               VARYING WS-SCHED-IDX FROM 1 BY 1
               UNTIL WS-SCHED-IDX > WS-SCHED-COUNT
                   OR WS-SCHED-HIT > 0.

       SCHED-MATCH-RTN.
           IF OFT-SUBJ(WS-SCHED-OFR(WS-SCHED-IDX))
                   = WS-OFR-FIND-SUBJ
               MOVE WS-SCHED-IDX TO WS-SCHED-HIT
           END-IF.

      * the last slot fills the dropped one
       SCHED-REMOVE-RTN.
           IF WS-SCHED-HIT > 0
               MOVE WS-SCHED-OFR(WS-SCHED-COUNT)
                   TO WS-SCHED-OFR(WS-SCHED-HIT)
               SUBTRACT 1 FROM WS-SCHED-COUNT
           END-IF.

       SHOW-SCHEDULE-RTN.
           IF WS-SCHED-COUNT = 0
               DISPLAY 'No sections enlisted for this term yet.'
           ELSE
               DISPLAY 'Enlisted for SY ' WS-TERM-SY ' term '
                   WS-TERM-NO ':'
               PERFORM SHOW-ONE-RTN
                   VARYING WS-SCHED-IDX FROM 1 BY 1
                   UNTIL WS-SCHED-IDX > WS-SCHED-COUNT
           END-IF.

      * the instructor by name when the faculty master has
      *the ID, by the ID when it has not
       SHOW-ONE-RTN.
           SET OF-IDX TO WS-SCHED-OFR(WS-SCHED-IDX).
           MOVE OFT-FAC-ID(OF-IDX) TO WS-FAC-FIND.
           PERFORM FAC-FIND-RTN.
           EVALUATE TRUE
               WHEN OFT-FAC-ID(OF-IDX) = SPACES
                   MOVE 'UNASSIGNED' TO WS-SHOW-INSTR
               WHEN WS-FAC-HIT = 0
                   MOVE OFT-FAC-ID(OF-IDX) TO WS-SHOW-INSTR
               WHEN OTHER
                   MOVE FAT-NAME(WS-FAC-HIT) TO WS-SHOW-INSTR
           END-EVALUATE.
           DISPLAY '  ' OFT-SUBJ(OF-IDX) ' ' OFT-SECT(OF-IDX) ' '
               OFT-DAYS(OF-IDX) ' ' OFT-START(OF-IDX) '-'
               OFT-END(OF-IDX) ' ' OFT-ROOM(OF-IDX) ' '
               WS-SHOW-INSTR.

      * a subject the student already carries is offered for
      *a drop; any other is enlisted into a section
       SUBJECT-RTN.
           DISPLAY 'Subject code (blank when done): '.
           ACCEPT IN-SUBJ.
           IF IN-SUBJ = SPACES
               MOVE 'Y' TO WS-SUBJ-DONE-SW
           ELSE
               MOVE WS-TERM-SY TO WS-OFR-FIND-SY
               MOVE WS-TERM-NO TO WS-OFR-FIND-TERM
               MOVE IN-SUBJ TO WS-OFR-FIND-SUBJ
               PERFORM SCHED-FIND-RTN
               IF WS-SCHED-HIT > 0
                   PERFORM DROP-RTN
               ELSE
                   PERFORM ENLIST-RTN
               END-IF
           END-IF.

       DROP-RTN.
           MOVE WS-SCHED-OFR(WS-SCHED-HIT) TO WS-OFR-HIT.
           DISPLAY 'Already enlisted in ' OFT-SUBJ(WS-OFR-HIT)
               ' section ' OFT-SECT(WS-OFR-HIT)
               ' - drop it? (Y/N): '.
           ACCEPT WS-CONFIRM.
           IF WS-CONFIRM = 'Y' OR WS-CONFIRM = 'y'
               MOVE 'D' TO WS-ENL-ACTION
               PERFORM WRITE-ENLIST-RTN
               SUBTRACT 1 FROM OFT-TAKEN(WS-OFR-HIT)
               PERFORM SCHED-REMOVE-RTN
               ADD 1 TO WS-DROPPED
               DISPLAY 'Dropped.'
               PERFORM MASTER-DROP-RTN
           ELSE
               DISPLAY 'Nothing dropped.'
           END-IF.

      * only an offered section with a seat open, meeting
      *clear of every section the student already carries
       ENLIST-RTN.
           DISPLAY 'Section: '.
           ACCEPT IN-SECT.
           MOVE IN-SECT TO WS-OFR-FIND-SECT.
           PERFORM OFR-FIND-RTN.
           MOVE 'N' TO WS-OFR-CLASH-SW.
           IF WS-OFR-HIT > 0
               MOVE WS-OFR-HIT TO WS-OFR-A
               PERFORM CLASH-CHECK-RTN
                   VARYING WS-SCHED-IDX FROM 1 BY 1
                   UNTIL WS-SCHED-IDX > WS-SCHED-COUNT
                       OR WS-OFR-CLASH-SW = 'Y'
           END-IF.
           EVALUATE TRUE
               WHEN WS-OFR-HIT = 0
                   DISPLAY IN-SUBJ ' section ' IN-SECT
                       ' is not offered this term - not enlisted.'
                   ADD 1 TO WS-REFUSED
               WHEN OFT-TAKEN(WS-OFR-HIT) >= OFT-CAP(WS-OFR-HIT)
                   DISPLAY 'Section is full - all '
                       OFT-CAP(WS-OFR-HIT)
                       ' seat(s) taken - not enlisted.'
                   ADD 1 TO WS-REFUSED
               WHEN WS-OFR-CLASH-SW = 'Y'
                   DISPLAY 'Time conflict with '
                       OFT-SUBJ(WS-OFR-B) ' ' OFT-SECT(WS-OFR-B) ' '
                       OFT-DAYS(WS-OFR-B) ' ' OFT-START(WS-OFR-B)
                       '-' OFT-END(WS-OFR-B) ' - not enlisted.'
                   ADD 1 TO WS-REFUSED
               WHEN WS-SCHED-COUNT >= 20
                   DISPLAY 'Twenty sections is the most a student '
                       'carries - not enlisted.'
                   ADD 1 TO WS-REFUSED
               WHEN OTHER
                   PERFORM TAKE-SEAT-RTN
           END-EVALUATE.

       CLASH-CHECK-RTN.
           MOVE WS-SCHED-OFR(WS-SCHED-IDX) TO WS-OFR-B.
           PERFORM OFR-CLASH-RTN.

      * the master goes first; a seat is only taken once the
      *student's record carries the term
       TAKE-SEAT-RTN.
           PERFORM MASTER-ENLIST-RTN.
           IF WS-MASTER-OK-SW = 'Y'
               MOVE 'E' TO WS-ENL-ACTION
               PERFORM WRITE-ENLIST-RTN
               ADD 1 TO OFT-TAKEN(WS-OFR-HIT)
               PERFORM SCHED-ADD-RTN
               ADD 1 TO WS-ENLISTED
               COMPUTE WS-OPEN-SEATS = OFT-CAP(WS-OFR-HIT)
                   - OFT-TAKEN(WS-OFR-HIT)
               MOVE WS-OPEN-SEATS TO DISP-SEATS
               DISPLAY 'Enlisted in ' OFT-SUBJ(WS-OFR-HIT) ' '
                   OFT-SECT(WS-OFR-HIT) ' - ' DISP-SEATS
                   ' seat(s) left.'
           ELSE
               ADD 1 TO WS-REFUSED
           END-IF.

       WRITE-ENLIST-RTN.
           OPEN EXTEND ENLIST-FILE.
           IF WS-ENL-STATUS = "35"
               OPEN OUTPUT ENLIST-FILE
           END-IF.
           MOVE WS-WANTED-SNO TO EN-SNO.
           MOVE OFT-KEY(WS-OFR-HIT) TO EN-OFFER.
           MOVE WS-ENL-ACTION TO EN-ACTION.
           MOVE WS-TODAY TO EN-DATE.
           ACCEPT WS-AUDIT-TIME FROM TIME.
           MOVE WS-AUDIT-TIME TO EN-TIME.
           MOVE WS-OPERATOR TO EN-OPER.
           WRITE ENLIST-REC.
           CLOSE ENLIST-FILE.

      * the master record follows the enlistment: a new
      *student is added, a record on another term is archived
      *and opened for this one, and a record with no subject
      *takes this one; otherwise it already carries the term
       MASTER-ENLIST-RTN.
           MOVE 'Y' TO WS-MASTER-OK-SW.
           EVALUATE TRUE
               WHEN WS-NEW-SW = 'Y'
                   PERFORM MASTER-ADD-RTN
               WHEN R-SY NOT = WS-TERM-SY
                   OR R-TERM NOT = WS-TERM-NO
                   PERFORM MASTER-NEW-TERM-RTN
               WHEN R-SUBJ = SPACES
                   MOVE STUDENT-REC TO WS-BEFORE-IMAGE
                   MOVE R-AVG TO WS-OLD-AVG
                   PERFORM SET-SECTION-RTN
                   PERFORM MASTER-REWRITE-RTN
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       MASTER-ADD-RTN.
           MOVE SPACES TO STUDENT-REC.
           MOVE WS-WANTED-SNO TO R-SNO.
           MOVE IN-SNA TO R-SNA.
           MOVE D-CRS TO R-CRS-DESC.
           MOVE D-ST TO R-ST-DESC.
           MOVE 0 TO R-MG R-FG R-AVG R-REM-DATE.
           MOVE WS-TERM-NO TO R-TERM.
           MOVE WS-TERM-SY TO R-SY.
           PERFORM SET-SECTION-RTN.
           WRITE STUDENT-REC
               INVALID KEY
                   DISPLAY 'WRITE FAILED - STUDENT NOT ADDED.'
                   MOVE 'N' TO WS-MASTER-OK-SW
               NOT INVALID KEY
                   MOVE 'A' TO AU-ACTION
                   MOVE SPACES TO WS-BEFORE-IMAGE
                   PERFORM WRITE-AUDIT-RTN
                   MOVE 0 TO WS-OLD-AVG
                   MOVE 1 TO WS-ADD-COUNT
                   PERFORM ROLL-CTL-RTN
                   MOVE 'N' TO WS-NEW-SW
                   ADD 1 TO WS-ADDED
                   DISPLAY 'Student added to the master.'
           END-WRITE.

      * the earlier term's record goes whole to the history
      *archive, as KEZIA-REV does, and the new term starts
      *with no grades
       MASTER-NEW-TERM-RTN.
           MOVE STUDENT-REC TO WS-BEFORE-IMAGE.
           MOVE R-AVG TO WS-OLD-AVG.
           PERFORM ARCHIVE-OLD-TERM-RTN.
           MOVE WS-TERM-NO TO R-TERM.
           MOVE WS-TERM-SY TO R-SY.
           MOVE 0 TO R-MG R-FG R-AVG R-REM-DATE.
           MOVE SPACES TO R-REM.
           PERFORM SET-SECTION-RTN.
           PERFORM MASTER-REWRITE-RTN.

      * a drop of the subject the record carries moves it to
      *another section still carried, or leaves it blank
       MASTER-DROP-RTN.
           IF R-SY = WS-TERM-SY AND R-TERM = WS-TERM-NO
               AND R-SUBJ = OFT-SUBJ(WS-OFR-HIT)
               MOVE STUDENT-REC TO WS-BEFORE-IMAGE
               MOVE R-AVG TO WS-OLD-AVG
               IF WS-SCHED-COUNT > 0
                   MOVE WS-SCHED-OFR(1) TO WS-OFR-HIT
                   PERFORM SET-SECTION-RTN
               ELSE
                   MOVE SPACES TO R-SUBJ
               END-IF
               PERFORM MASTER-REWRITE-RTN
           END-IF.

       SET-SECTION-RTN.
           MOVE OFT-SECT(WS-OFR-HIT) TO R-YS.
           MOVE OFT-SUBJ(WS-OFR-HIT) TO R-SUBJ.

       MASTER-REWRITE-RTN.
           REWRITE STUDENT-REC
               INVALID KEY
                   DISPLAY 'REWRITE FAILED - MASTER NOT UPDATED.'
                   MOVE 'N' TO WS-MASTER-OK-SW
               NOT INVALID KEY
                   MOVE 'U' TO AU-ACTION
                   PERFORM WRITE-AUDIT-RTN
                   MOVE 0 TO WS-ADD-COUNT
                   PERFORM ROLL-CTL-RTN
           END-REWRITE.

      * the superseded term's record, kept whole for the
      *transcript run
       ARCHIVE-OLD-TERM-RTN.
           OPEN EXTEND HIST-FILE.
           IF WS-HIST-STATUS = "35"
               OPEN OUTPUT HIST-FILE
           END-IF.
           MOVE SPACES TO HIST-REC.
           MOVE WS-BEFORE-IMAGE TO HIST-REC.
           WRITE HIST-REC.
           CLOSE HIST-FILE.

      * one audit record per change; the caller sets the
      *action and the before image, the record area holds the
      *after image
       WRITE-AUDIT-RTN.
           ACCEPT WS-AUDIT-TIME FROM TIME.
           MOVE WS-TODAY TO AU-DATE.
           MOVE WS-AUDIT-TIME TO AU-TIME.
           MOVE WS-OPERATOR TO AU-OPER.
           MOVE WS-BEFORE-IMAGE TO AU-BEFORE.
           MOVE STUDENT-REC TO AU-AFTER.
           WRITE AUDIT-REC.

      * the change rolls into the control totals KEZIA-REV
      *verifies at load; with no control record on disk yet
      *nothing is planted, KEZIA-REV's own stance
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
               ADD WS-ADD-COUNT TO SC-COUNT
               SUBTRACT WS-OLD-AVG FROM SC-HASH
               ADD R-AVG TO SC-HASH
               OPEN OUTPUT CTL-FILE
               WRITE CTL-REC
               CLOSE CTL-FILE
           END-IF.

      * shared subject-offering and enlistment paragraphs
           COPY OFFERRTN.
           COPY ENLSTRTN.
      * shared faculty-master paragraphs
           COPY FACRTN.

      * shared master-lock paragraphs
       COPY MLOCKRTN
           REPLACING ==MLOCK-FILENAME== BY =="STUDENT.LCK"==.
