       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRC-APPLY.
      *AUTHOR.       LAWRENCE PANES.
      *INSTALLATION. HOME.
      *DATE-WRITTEN. OCTOBER 15, 2026.
      *
      *MODIFICATION HISTORY:
      *2026-10-15  LP  New program - the application side of the
      *                board exam that PRC's processing never had.
      *                (E)nter keys an application - applicant,
      *                birth date, school, course, degree date, exam
      *                year and, for a repeater, the examinee number
      *                and year of the former sitting - onto PRCAPPL
      *                and decides it there and then: the school
      *                must be on the UNIVS university table, the
      *                course an IT board course, the degree already
      *                conferred, and no other live application for
      *                the same exam year. A repeater's former sitting
      *                must be one PRCHIST holds; one who passed it,
      *                or who is conditioned with the removal exam
      *                still open on PRCCOND, is refused - PRCRSLT
      *                tells how the sitting came out. (A)ssign takes
      *                every eligible application for an exam year,
      *                gives it the next examinee number for the year
      *                and a room and seat off the PRCROOMS testing
      *                center capacity file, writes the admission to
      *                PRCADMIT - the list PRC's batch mode now
      *                admits results against - and prints the
      *                admission slips to PRCSLIP.OUT.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-PC.
       OBJECT-COMPUTER. IBM-PC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * the applications, loaded whole and written back
           SELECT APP-FILE ASSIGN TO "PRCAPPL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-APP-STATUS.

      * university reference file kept current by REFMAINT
           SELECT UNIV-FILE ASSIGN TO "UNIVS"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-UNIV-STATUS.

      * the testing centers' rooms and seats
           SELECT ROOM-FILE ASSIGN TO "PRCROOMS"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ROOM-STATUS.

      * the admitted examinees, for PRC's batch mode
           COPY PRCADMSL.

      * a repeater's former sitting: the board's runs, every
      *examinee's result, and the conditioned examinees
           SELECT HIST-FILE ASSIGN TO "PRCHIST"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-HIST-STATUS.

           SELECT RSLT-FILE ASSIGN TO "PRCRSLT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RSLT-STATUS.

           COPY PRCCNDSL.

           SELECT SLIP-FILE ASSIGN TO "PRCSLIP.OUT"
               ORGANIZATION IS SEQUENTIAL.

      * shared run-log written alongside the applications
           COPY RUNLOGSL.

       DATA DIVISION.
       FILE SECTION.
      * AP-STATUS: E eligible, I not eligible (AP-REASON
      *says why), A admitted under AP-ENO
       FD  APP-FILE
           LABEL RECORD IS OMITTED.
       01  APP-REC.
           02 AP-APP-NO     PIC 9(6).
           02 AP-ENA        PIC X(25).
           02 AP-DOB        PIC X(20).
           02 AP-UN         PIC X(5).
           02 AP-UC         PIC 99.
           02 AP-CN         PIC X(4).
           02 AP-CC         PIC 9.
           02 AP-DEGREE     PIC 9(8).
           02 AP-YEAR       PIC 9(4).
           02 AP-PRIOR-ENO  PIC 9(10).
           02 AP-PRIOR-YEAR PIC 9(4).
           02 AP-DATE       PIC 9(8).
           02 AP-STATUS     PIC X.
           02 AP-REASON     PIC X(4).
           02 AP-ENO        PIC 9(10).

       FD  UNIV-FILE
           LABEL RECORD IS OMITTED.
       01  UNIV-REC.
           02 UNF-NAME PIC X(5).

       FD  ROOM-FILE
           LABEL RECORD IS OMITTED.
       01  ROOM-REC.
           02 RM-CENTER PIC X(20).
           02 RM-ROOM   PIC X(6).
           02 RM-SEATS  PIC 9(3).

           COPY PRCADMFD.

       FD  HIST-FILE
           LABEL RECORD IS OMITTED.
       01  HIST-REC.
           02 PH-YEAR PIC 9(4).
           02 PH-UNIV OCCURS 10 TIMES.
              03 PH-NAME PIC X(5).
              03 PH-PASS PIC 9(3).
              03 PH-FAIL PIC 9(3).
              03 PH-COND PIC 9(3).

       FD  RSLT-FILE
           LABEL RECORD IS OMITTED.
       01  RSLT-REC.
           02 RR-YEAR PIC 9(4).
           02 RR-ENO  PIC 9(10).
           02 RR-ENA  PIC X(25).
           02 RR-DOB  PIC X(20).
           02 RR-UN   PIC X(5).
           02 RR-CN   PIC X(4).
           02 RR-REM  PIC X(6).

           COPY PRCCNDFD.

       FD  SLIP-FILE
           LABEL RECORD IS OMITTED.
       01  SLIP-LINE PIC X(80).

           COPY RUNLOGFD.

       WORKING-STORAGE SECTION.
      * shared run-log working-storage
           COPY RUNLOGWS.

      * shared validation-loop switches
           COPY VALSW.

       01  ANS            PIC X VALUE SPACES.
       01  WS-APP-STATUS  PIC XX VALUE SPACES.
       01  WS-UNIV-STATUS PIC XX VALUE SPACES.
       01  WS-ROOM-STATUS PIC XX VALUE SPACES.
       01  WS-ADM-STATUS  PIC XX VALUE SPACES.
       01  WS-HIST-STATUS PIC XX VALUE SPACES.
       01  WS-RSLT-STATUS PIC XX VALUE SPACES.
       01  WS-CND-STATUS  PIC XX VALUE SPACES.
       01  WS-RUN-MODE    PIC X VALUE 'E'.
       01  WS-FILE-EOF    PIC X VALUE 'N'.
       01  WS-OVFL-SW     PIC X VALUE 'N'.
       01  WS-NEXT-APP    PIC 9(6) VALUE 0.
       01  WS-ENTERED     PIC 9(4) VALUE 0.
       01  WS-ADMITTED    PIC 9(4) VALUE 0.
       01  WS-NO-SEAT     PIC 9(4) VALUE 0.

      * the university list off UNIVS, the compiled five
      *standing in when the file is absent, as in PRC
       01  WS-UNIV-NAMES-TABLE.
           02 FILLER PIC X(5) VALUE "UP".
           02 FILLER PIC X(5) VALUE "PUP".
           02 FILLER PIC X(5) VALUE "DLSU".
           02 FILLER PIC X(5) VALUE "ADMU".
           02 FILLER PIC X(5) VALUE "MAPUA".
           02 FILLER PIC X(25) VALUE SPACES.
       01  WS-UNIV-NAME REDEFINES WS-UNIV-NAMES-TABLE
               PIC X(5) OCCURS 10 TIMES.
       01  WS-UNIV-MAX  PIC 99 VALUE 5.
       01  WS-U-IDX     PIC 99 VALUE 0.

      * the application in hand and the decision on it;
      *WS-AP-REASON stays spaces for an eligible applicant
       01  WS-AP-ENTRY.
           02 WS-AP-APP-NO     PIC 9(6).
           02 WS-AP-ENA        PIC X(25).
           02 WS-AP-DOB        PIC X(20).
           02 WS-AP-UN         PIC X(5).
           02 WS-AP-UC         PIC 99.
           02 WS-AP-CN         PIC X(4).
           02 WS-AP-CC         PIC 9.
           02 WS-AP-DEGREE     PIC 9(8).
           02 WS-AP-DEGREE-X REDEFINES WS-AP-DEGREE.
              03 WS-AP-DEG-YY  PIC 9(4).
              03 WS-AP-DEG-MM  PIC 99.
              03 WS-AP-DEG-DD  PIC 99.
           02 WS-AP-YEAR       PIC 9(4).
           02 WS-AP-PRIOR-ENO  PIC 9(10).
           02 WS-AP-PRIOR-YEAR PIC 9(4).
           02 WS-AP-DATE       PIC 9(8).
           02 WS-AP-STATUS     PIC X.
           02 WS-AP-REASON     PIC X(4).
           02 WS-AP-ENO        PIC 9(10).
       01  WS-HELD-SW     PIC X VALUE 'N'.
       01  WS-LAST-REM    PIC X(6) VALUE SPACES.
       01  WS-REASON-TEXT PIC X(40) VALUE SPACES.

      * the applications loaded whole and written back
       01  WS-APP-TABLE.
           05 WS-APP-COUNT PIC 9(4) VALUE 0.
           05 WS-APP-ENTRY OCCURS 2000 TIMES INDEXED BY AP-IDX.
              10 AT-APP-NO     PIC 9(6).
              10 AT-ENA        PIC X(25).
              10 AT-DOB        PIC X(20).
              10 AT-UN         PIC X(5).
              10 AT-UC         PIC 99.
              10 AT-CN         PIC X(4).
              10 AT-CC         PIC 9.
              10 AT-DEGREE     PIC 9(8).
              10 AT-YEAR       PIC 9(4).
              10 AT-PRIOR-ENO  PIC 9(10).
              10 AT-PRIOR-YEAR PIC 9(4).
              10 AT-DATE       PIC 9(8).
              10 AT-STATUS     PIC X.
              10 AT-REASON     PIC X(4).
              10 AT-ENO        PIC 9(10).

      * the exam year being seated, the rooms in file order
      *with the seats already given for that year, and the
      *last examinee number the year has used
       01  WS-EXAM-YEAR   PIC 9(4) VALUE 0.
       01  WS-LAST-SEQ    PIC 9(6) VALUE 0.
       01  WS-ADM-SEQ     PIC 9(6) VALUE 0.
       01  WS-ROOM-HIT    PIC 9(3) VALUE 0.
       01  WS-ROOM-TABLE.
           05 WS-ROOM-COUNT PIC 9(3) VALUE 0.
           05 WS-ROOM-ENTRY OCCURS 200 TIMES INDEXED BY RM-IDX.
              10 RT-CENTER PIC X(20).
              10 RT-ROOM   PIC X(6).
              10 RT-SEATS  PIC 9(3).
              10 RT-USED   PIC 9(3).

      * the admission slip under assembly
       01  SLIP-TITLE-LINE.
           02 FILLER PIC X(23) VALUE SPACES.
           02 FILLER PIC X(34) VALUE
              "PROFESSIONAL REGULATION COMMISSION".
           02 FILLER PIC X(23) VALUE SPACES.
       01  SLIP-SUB-LINE.
           02 FILLER PIC X(30) VALUE SPACES.
           02 FILLER PIC X(20) VALUE "NOTICE OF ADMISSION".
           02 FILLER PIC X(30) VALUE SPACES.
       01  SLIP-FIELD-LINE.
           02 SF-LABEL PIC X(20).
           02 SF-VALUE PIC X(30).
           02 FILLER   PIC X(30) VALUE SPACES.
       01  SLIP-RULE-LINE.
           02 FILLER PIC X(80) VALUE ALL "-".
       01  WS-SLIP-SEAT.
           02 SS-ROOM  PIC X(6).
           02 FILLER   PIC X(7) VALUE " SEAT ".
           02 SS-SEAT  PIC ZZ9.
       01  WS-SLIP-SCHOOL.
           02 SC-UN    PIC X(5).
           02 FILLER   PIC X(1) VALUE SPACE.
           02 SC-CN    PIC X(4).

       PROCEDURE DIVISION.
       MAIN-RTN.
           DISPLAY '(E)nter applications or (A)ssign rooms and '
               'print slips? '.
           ACCEPT WS-RUN-MODE.

           PERFORM RUNLOG-START-RTN.
           PERFORM LOAD-UNIVS-RTN.
           PERFORM LOAD-APPLICATIONS-RTN.
           IF WS-OVFL-SW = 'Y'
               DISPLAY 'PRC-APPLY: *** MORE THAN 2000 APPLICATIONS '
                   'ON FILE - NOTHING CHANGED. ***'
               MOVE 8 TO RETURN-CODE
               PERFORM RUNLOG-END-RTN
               GOBACK
           END-IF.

           IF WS-RUN-MODE = 'A' OR WS-RUN-MODE = 'a'
               PERFORM ASSIGN-RTN
               MOVE WS-ADMITTED TO WS-RUNLOG-COUNT
           ELSE
               MOVE SPACES TO ANS
               PERFORM ENTER-RTN UNTIL ANS = 'N' OR ANS = 'n'
               MOVE WS-ENTERED TO WS-RUNLOG-COUNT
           END-IF.

           PERFORM SAVE-APPLICATIONS-RTN.
           PERFORM RUNLOG-END-RTN.
           GOBACK.

      * shared run-log paragraphs
           COPY RUNLOGRTN
               REPLACING ==RUNLOG-PROGNAME== BY =="PRC-APPLY"==.

       LOAD-UNIVS-RTN.
           OPEN INPUT UNIV-FILE.
           IF WS-UNIV-STATUS = "35"
               CONTINUE
           ELSE
               MOVE 0 TO WS-UNIV-MAX
               MOVE 'N' TO WS-FILE-EOF
               PERFORM READ-ONE-UNIV-RTN UNTIL WS-FILE-EOF = 'Y'
               CLOSE UNIV-FILE
               IF WS-UNIV-MAX = 0
                   MOVE 5 TO WS-UNIV-MAX
               END-IF
           END-IF.

       READ-ONE-UNIV-RTN.
           READ UNIV-FILE
               AT END MOVE 'Y' TO WS-FILE-EOF
               NOT AT END
                   IF WS-UNIV-MAX < 10
                       ADD 1 TO WS-UNIV-MAX
                       MOVE UNF-NAME TO WS-UNIV-NAME(WS-UNIV-MAX)
                   END-IF
           END-READ.

       LOAD-APPLICATIONS-RTN.
           OPEN INPUT APP-FILE.
           IF WS-APP-STATUS = "35"
               CONTINUE
           ELSE
               MOVE 'N' TO WS-FILE-EOF
               PERFORM LOAD-ONE-APP-RTN UNTIL WS-FILE-EOF = 'Y'
               CLOSE APP-FILE
           END-IF.

       LOAD-ONE-APP-RTN.
           READ APP-FILE
               AT END MOVE 'Y' TO WS-FILE-EOF
               NOT AT END
                   IF WS-APP-COUNT < 2000
                       ADD 1 TO WS-APP-COUNT
                       SET AP-IDX TO WS-APP-COUNT
                       MOVE APP-REC TO WS-APP-ENTRY(AP-IDX)
                   ELSE
                       MOVE 'Y' TO WS-OVFL-SW
                   END-IF
                   IF AP-APP-NO > WS-NEXT-APP
                       MOVE AP-APP-NO TO WS-NEXT-APP
                   END-IF
           END-READ.

       SAVE-APPLICATIONS-RTN.
           OPEN OUTPUT APP-FILE.
           PERFORM SAVE-ONE-APP-RTN
               VARYING AP-IDX FROM 1 BY 1
               UNTIL AP-IDX > WS-APP-COUNT.
           CLOSE APP-FILE.

       SAVE-ONE-APP-RTN.
           MOVE WS-APP-ENTRY(AP-IDX) TO APP-REC.
           WRITE APP-REC.

      * one application keyed and decided
       ENTER-RTN.
           IF WS-APP-COUNT NOT < 2000
               DISPLAY 'APPLICATION FILE FULL - NOTHING TAKEN.'
               MOVE 'N' TO ANS
           ELSE
               PERFORM ACCEPT-APPLICATION-RTN
               PERFORM CHECK-ELIGIBLE-RTN
               PERFORM STORE-APPLICATION-RTN
               DISPLAY 'Another application? (Y/N): '
               ACCEPT ANS
           END-IF.

       ACCEPT-APPLICATION-RTN.
           MOVE SPACES TO WS-AP-ENTRY.
           MOVE 0 TO WS-AP-UC WS-AP-CC WS-AP-PRIOR-ENO
               WS-AP-PRIOR-YEAR WS-AP-ENO.
           DISPLAY 'Applicant name: '.
           ACCEPT WS-AP-ENA.
           DISPLAY 'Date of birth: '.
           ACCEPT WS-AP-DOB.
           DISPLAY 'School (as on the university table): '.
           ACCEPT WS-AP-UN.
           DISPLAY 'Course (BSIT, BSCS or BSIS): '.
           ACCEPT WS-AP-CN.
           DISPLAY 'Degree date (YYYYMMDD): '.
           ACCEPT WS-AP-DEGREE.
           DISPLAY 'Exam year applied for: '.
           ACCEPT WS-AP-YEAR.
           DISPLAY 'Former examinee number (0 if first sitting): '.
           ACCEPT WS-AP-PRIOR-ENO.
           IF WS-AP-PRIOR-ENO > 0
               DISPLAY 'Exam year of that sitting: '
               ACCEPT WS-AP-PRIOR-YEAR
           END-IF.

      * the first rule an application breaks is its reason
       CHECK-ELIGIBLE-RTN.
           MOVE SPACES TO WS-AP-REASON.
           PERFORM FIND-UNIV-RTN
               VARYING WS-U-IDX FROM 1 BY 1
               UNTIL WS-U-IDX > WS-UNIV-MAX OR WS-AP-UC > 0.
           IF WS-AP-UC = 0
               MOVE "UNIV" TO WS-AP-REASON
           END-IF.

           EVALUATE WS-AP-CN
               WHEN "BSIT"
                   MOVE 1 TO WS-AP-CC
               WHEN "BSCS"
                   MOVE 2 TO WS-AP-CC
               WHEN "BSIS"
                   MOVE 3 TO WS-AP-CC
               WHEN OTHER
                   MOVE 0 TO WS-AP-CC
           END-EVALUATE.
           IF WS-AP-REASON = SPACES AND WS-AP-CC = 0
               MOVE "CRSE" TO WS-AP-REASON
           END-IF.

      * the degree must already have been conferred
           IF WS-AP-REASON = SPACES
               IF WS-AP-DEG-MM < 1 OR WS-AP-DEG-MM > 12
                   OR WS-AP-DEG-DD < 1 OR WS-AP-DEG-DD > 31
                   OR WS-AP-DEGREE > WS-RUNLOG-DATE
                   MOVE "DEGR" TO WS-AP-REASON
               END-IF
           END-IF.

           IF WS-AP-REASON = SPACES
               PERFORM CHECK-DUP-APP-RTN
                   VARYING AP-IDX FROM 1 BY 1
                   UNTIL AP-IDX > WS-APP-COUNT
           END-IF.

           IF WS-AP-REASON = SPACES AND WS-AP-PRIOR-ENO > 0
               PERFORM CHECK-REPEATER-RTN
           END-IF.

       FIND-UNIV-RTN.
           IF WS-UNIV-NAME(WS-U-IDX) = WS-AP-UN
               AND WS-AP-UN NOT = SPACES
               MOVE WS-U-IDX TO WS-AP-UC
           END-IF.

      * one live application per person per exam year; a
      *refused one does not stand in the way of a corrected one
       CHECK-DUP-APP-RTN.
           IF AT-ENA(AP-IDX) = WS-AP-ENA
               AND AT-DOB(AP-IDX) = WS-AP-DOB
               AND AT-YEAR(AP-IDX) = WS-AP-YEAR
               AND AT-STATUS(AP-IDX) NOT = 'I'
               MOVE "DUPE" TO WS-AP-REASON
           END-IF.

      * PRCHIST only counts a run's results per school, so
      *it answers whether the board held the sitting claimed;
      *how the applicant came out of it is on PRCRSLT - a
      *sitting older than that history is taken on its word -
      *and a conditioned one is settled on PRCCOND
       CHECK-REPEATER-RTN.
           MOVE 'N' TO WS-HELD-SW.
           OPEN INPUT HIST-FILE.
           IF WS-HIST-STATUS NOT = "35"
               MOVE 'N' TO WS-FILE-EOF
               PERFORM READ-ONE-HIST-RTN UNTIL WS-FILE-EOF = 'Y'
               CLOSE HIST-FILE
           END-IF.
           IF WS-HELD-SW = 'N'
               MOVE "PRIO" TO WS-AP-REASON
           ELSE
               MOVE SPACES TO WS-LAST-REM
               OPEN INPUT RSLT-FILE
               IF WS-RSLT-STATUS NOT = "35"
                   MOVE 'N' TO WS-FILE-EOF
                   PERFORM READ-ONE-RSLT-RTN UNTIL WS-FILE-EOF = 'Y'
                   CLOSE RSLT-FILE
               END-IF
               IF WS-LAST-REM = "PASSED"
                   MOVE "PASD" TO WS-AP-REASON
               END-IF
               IF WS-LAST-REM = SPACES OR WS-LAST-REM = "COND."
                   OPEN INPUT COND-FILE
                   IF WS-CND-STATUS NOT = "35"
                       MOVE 'N' TO WS-FILE-EOF
                       PERFORM READ-ONE-COND-RTN
                           UNTIL WS-FILE-EOF = 'Y'
                       CLOSE COND-FILE
                   END-IF
               END-IF
           END-IF.

       READ-ONE-HIST-RTN.
           READ HIST-FILE
               AT END MOVE 'Y' TO WS-FILE-EOF
               NOT AT END
                   IF PH-YEAR = WS-AP-PRIOR-YEAR
                       MOVE 'Y' TO WS-HELD-SW
                   END-IF
           END-READ.

      * the removal run appends its decision after the
      *sitting's own, so the last record read stands
       READ-ONE-RSLT-RTN.
           READ RSLT-FILE
               AT END MOVE 'Y' TO WS-FILE-EOF
               NOT AT END
                   IF RR-ENO = WS-AP-PRIOR-ENO
                       AND RR-YEAR = WS-AP-PRIOR-YEAR
                       MOVE RR-REM TO WS-LAST-REM
                   END-IF
           END-READ.

       READ-ONE-COND-RTN.
           READ COND-FILE
               AT END MOVE 'Y' TO WS-FILE-EOF
               NOT AT END
                   IF CD-ENO = WS-AP-PRIOR-ENO
                       AND CD-YEAR = WS-AP-PRIOR-YEAR
                       IF CD-REMOVED
                           MOVE "PASD" TO WS-AP-REASON
                       END-IF
                       IF CD-PENDING
                           AND CD-DEADLINE NOT < WS-RUNLOG-DATE
                           MOVE "COND" TO WS-AP-REASON
                       END-IF
                   END-IF
           END-READ.

       STORE-APPLICATION-RTN.
           ADD 1 TO WS-NEXT-APP.
           MOVE WS-NEXT-APP TO WS-AP-APP-NO.
           MOVE WS-RUNLOG-DATE TO WS-AP-DATE.
           IF WS-AP-REASON = SPACES
               MOVE 'E' TO WS-AP-STATUS
           ELSE
               MOVE 'I' TO WS-AP-STATUS
           END-IF.
           ADD 1 TO WS-APP-COUNT.
           SET AP-IDX TO WS-APP-COUNT.
           MOVE WS-AP-ENTRY TO WS-APP-ENTRY(AP-IDX).
           ADD 1 TO WS-ENTERED.

           IF WS-AP-STATUS = 'E'
               DISPLAY 'APPLICATION ' WS-AP-APP-NO ' ELIGIBLE FOR '
                   'THE ' WS-AP-YEAR ' EXAM.'
           ELSE
               EVALUATE WS-AP-REASON
                   WHEN "UNIV"
                       MOVE "SCHOOL NOT ON THE UNIVERSITY TABLE"
                           TO WS-REASON-TEXT
                   WHEN "CRSE"
                       MOVE "COURSE NOT AN IT BOARD COURSE"
                           TO WS-REASON-TEXT
                   WHEN "DEGR"
                       MOVE "DEGREE NOT YET CONFERRED"
                           TO WS-REASON-TEXT
                   WHEN "DUPE"
                       MOVE "ALREADY APPLIED FOR THIS EXAM YEAR"
                           TO WS-REASON-TEXT
                   WHEN "PRIO"
                       MOVE "FORMER SITTING NOT ON PRCHIST"
                           TO WS-REASON-TEXT
                   WHEN "PASD"
                       MOVE "ALREADY PASSED THE BOARD EXAM"
                           TO WS-REASON-TEXT
                   WHEN "COND"
                       MOVE "CONDITIONED - TAKES THE REMOVAL EXAM"
                           TO WS-REASON-TEXT
               END-EVALUATE
               DISPLAY 'APPLICATION ' WS-AP-APP-NO ' NOT ELIGIBLE - '
                   WS-REASON-TEXT
           END-IF.

      * every eligible application for the year takes the
      *next examinee number (the year, then a six-digit run)
      *and the next free seat, rooms filled in file order; one
      *with no seat left stays eligible for the next run
       ASSIGN-RTN.
           DISPLAY 'Exam year to assign: '.
           ACCEPT WS-EXAM-YEAR.

           PERFORM LOAD-ROOMS-RTN.
           IF WS-ROOM-COUNT = 0
               DISPLAY 'PRC-APPLY: NO ROOMS ON PRCROOMS - NOTHING '
                   'ASSIGNED.'
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM SCAN-ADMITTED-RTN
               OPEN EXTEND ADM-FILE
               IF WS-ADM-STATUS = "35"
                   OPEN OUTPUT ADM-FILE
               END-IF
               OPEN OUTPUT SLIP-FILE
               MOVE 1 TO WS-ROOM-HIT
               PERFORM ASSIGN-ONE-RTN
                   VARYING AP-IDX FROM 1 BY 1
                   UNTIL AP-IDX > WS-APP-COUNT
               CLOSE ADM-FILE
               CLOSE SLIP-FILE
               DISPLAY 'PRC-APPLY: ' WS-ADMITTED ' ADMITTED, SLIPS '
                   'TO PRCSLIP.OUT.'
               IF WS-NO-SEAT > 0
                   DISPLAY 'PRC-APPLY: *** ' WS-NO-SEAT ' ELIGIBLE '
                       'APPLICANT(S) WITHOUT A SEAT. ***'
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.

       LOAD-ROOMS-RTN.
           OPEN INPUT ROOM-FILE.
           IF WS-ROOM-STATUS NOT = "35"
               MOVE 'N' TO WS-FILE-EOF
               PERFORM LOAD-ONE-ROOM-RTN UNTIL WS-FILE-EOF = 'Y'
               CLOSE ROOM-FILE
           END-IF.

       LOAD-ONE-ROOM-RTN.
           READ ROOM-FILE
               AT END MOVE 'Y' TO WS-FILE-EOF
               NOT AT END
                   IF WS-ROOM-COUNT < 200
                       ADD 1 TO WS-ROOM-COUNT
                       SET RM-IDX TO WS-ROOM-COUNT
                       MOVE RM-CENTER TO RT-CENTER(RM-IDX)
                       MOVE RM-ROOM TO RT-ROOM(RM-IDX)
                       MOVE RM-SEATS TO RT-SEATS(RM-IDX)
                       MOVE 0 TO RT-USED(RM-IDX)
                   END-IF
           END-READ.

      * an earlier run for the same year has used numbers
      *and seats already
       SCAN-ADMITTED-RTN.
           MOVE 0 TO WS-LAST-SEQ.
           OPEN INPUT ADM-FILE.
           IF WS-ADM-STATUS NOT = "35"
               MOVE 'N' TO WS-FILE-EOF
               PERFORM SCAN-ONE-ADMITTED-RTN UNTIL WS-FILE-EOF = 'Y'
               CLOSE ADM-FILE
           END-IF.

       SCAN-ONE-ADMITTED-RTN.
           READ ADM-FILE
               AT END MOVE 'Y' TO WS-FILE-EOF
               NOT AT END
                   IF AD-YEAR = WS-EXAM-YEAR
                       COMPUTE WS-ADM-SEQ =
                           AD-ENO - AD-YEAR * 1000000
                       IF WS-ADM-SEQ > WS-LAST-SEQ
                           MOVE WS-ADM-SEQ TO WS-LAST-SEQ
                       END-IF
                       PERFORM COUNT-USED-SEAT-RTN
                           VARYING RM-IDX FROM 1 BY 1
                           UNTIL RM-IDX > WS-ROOM-COUNT
                   END-IF
           END-READ.

       COUNT-USED-SEAT-RTN.
           IF RT-CENTER(RM-IDX) = AD-CENTER
               AND RT-ROOM(RM-IDX) = AD-ROOM
               ADD 1 TO RT-USED(RM-IDX)
           END-IF.

       ASSIGN-ONE-RTN.
           IF AT-STATUS(AP-IDX) = 'E'
               AND AT-YEAR(AP-IDX) = WS-EXAM-YEAR
               PERFORM FIND-SEAT-RTN
                   UNTIL WS-ROOM-HIT > WS-ROOM-COUNT
                   OR RT-USED(WS-ROOM-HIT) < RT-SEATS(WS-ROOM-HIT)
               IF WS-ROOM-HIT > WS-ROOM-COUNT
                   ADD 1 TO WS-NO-SEAT
               ELSE
                   PERFORM ADMIT-ONE-RTN
               END-IF
           END-IF.

       FIND-SEAT-RTN.
           ADD 1 TO WS-ROOM-HIT.

       ADMIT-ONE-RTN.
           SET RM-IDX TO WS-ROOM-HIT.
           ADD 1 TO RT-USED(RM-IDX).
           ADD 1 TO WS-LAST-SEQ.
           COMPUTE AT-ENO(AP-IDX) =
               WS-EXAM-YEAR * 1000000 + WS-LAST-SEQ.
           MOVE 'A' TO AT-STATUS(AP-IDX).
           ADD 1 TO WS-ADMITTED.

           MOVE AT-ENO(AP-IDX) TO AD-ENO.
           MOVE WS-EXAM-YEAR TO AD-YEAR.
           MOVE AT-APP-NO(AP-IDX) TO AD-APP-NO.
           MOVE AT-ENA(AP-IDX) TO AD-ENA.
           MOVE AT-DOB(AP-IDX) TO AD-DOB.
           MOVE AT-UC(AP-IDX) TO AD-UC.
           MOVE AT-CC(AP-IDX) TO AD-CC.
           MOVE RT-CENTER(RM-IDX) TO AD-CENTER.
           MOVE RT-ROOM(RM-IDX) TO AD-ROOM.
           MOVE RT-USED(RM-IDX) TO AD-SEAT.
           WRITE ADM-REC.

           PERFORM WRITE-SLIP-RTN.

       WRITE-SLIP-RTN.
           WRITE SLIP-LINE FROM SLIP-TITLE-LINE.
           WRITE SLIP-LINE FROM SLIP-SUB-LINE.
           MOVE SPACES TO SLIP-LINE.
           WRITE SLIP-LINE.
           MOVE "Examinee Number:" TO SF-LABEL.
           MOVE AD-ENO TO SF-VALUE.
           WRITE SLIP-LINE FROM SLIP-FIELD-LINE.
           MOVE "Name:" TO SF-LABEL.
           MOVE AD-ENA TO SF-VALUE.
           WRITE SLIP-LINE FROM SLIP-FIELD-LINE.
           MOVE "Date of Birth:" TO SF-LABEL.
           MOVE AD-DOB TO SF-VALUE.
           WRITE SLIP-LINE FROM SLIP-FIELD-LINE.
           MOVE AT-UN(AP-IDX) TO SC-UN.
           MOVE AT-CN(AP-IDX) TO SC-CN.
           MOVE "School / Course:" TO SF-LABEL.
           MOVE WS-SLIP-SCHOOL TO SF-VALUE.
           WRITE SLIP-LINE FROM SLIP-FIELD-LINE.
           MOVE "Exam Year:" TO SF-LABEL.
           MOVE AD-YEAR TO SF-VALUE.
           WRITE SLIP-LINE FROM SLIP-FIELD-LINE.
           MOVE "Testing Center:" TO SF-LABEL.
           MOVE AD-CENTER TO SF-VALUE.
           WRITE SLIP-LINE FROM SLIP-FIELD-LINE.
           MOVE AD-ROOM TO SS-ROOM.
           MOVE AD-SEAT TO SS-SEAT.
           MOVE "Room:" TO SF-LABEL.
           MOVE WS-SLIP-SEAT TO SF-VALUE.
           WRITE SLIP-LINE FROM SLIP-FIELD-LINE.
           WRITE SLIP-LINE FROM SLIP-RULE-LINE.
