       IDENTIFICATION DIVISION.
       PROGRAM-ID. GRADE-CHG-RPT.
      *AUTHOR.     LAWRENCE PANES.
      *
      *MODIFICATION HISTORY:
      *2026-10-15  LP  New program - the term's grade changes for
      *                the academic council. Takes the school year
      *                and term and lists every grade-change request
      *                GRADE-CHANGE has on GRDCHG for it, in request
      *                order: the student, subject, old and new
      *                grade, the reason, the requesting instructor,
      *                the dean who decided it and where it stands.
      *                Posted, rejected, refused and still-pending
      *                requests are counted at the foot. Report to
      *                GRDCHRPT.OUT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RPT-FILE ASSIGN TO "GRDCHRPT.OUT"
               ORGANIZATION IS SEQUENTIAL.

      * shared run-log written alongside the report
           COPY RUNLOGSL.
      * shared grade-change requests
           COPY GRCHSL.

       DATA DIVISION.
       FILE SECTION.
       FD  RPT-FILE
           LABEL RECORD IS OMITTED.
       01  PRINT-LINE     PIC X(80).

           COPY RUNLOGFD.
           COPY GRCHFD.

       WORKING-STORAGE SECTION.
      * shared run-log working-storage
           COPY RUNLOGWS.
      * shared grade-change working-storage
           COPY GRCHWS.

       01  WS-INPUT-OK-SW PIC X VALUE 'Y'.

      * the term reported on
       01  WS-REPORT-SY   PIC 9(4) VALUE 0.
       01  WS-REPORT-TERM PIC 9 VALUE 0.

       01  WS-COUNTS.
           05 WS-LISTED   PIC 9(5) VALUE 0.
           05 WS-POSTED   PIC 9(5) VALUE 0.
           05 WS-REJECTED PIC 9(5) VALUE 0.
           05 WS-REFUSED  PIC 9(5) VALUE 0.
           05 WS-PENDING  PIC 9(5) VALUE 0.

       01  HEADER-1.
           05 FILLER      PIC X(38) VALUE SPACES.
           05 FILLER      PIC X(3)  VALUE "PUP".
           05 FILLER      PIC X(39) VALUE SPACES.

       01  HEADER-2.
           05 FILLER      PIC X(17) VALUE SPACES.
           05 FILLER      PIC X(45) VALUE
              "College of Computer and Information Sciences".
           05 FILLER      PIC X(18) VALUE SPACES.

       01  HEADER-3.
           05 FILLER      PIC X(32) VALUE SPACES.
           05 FILLER      PIC X(16) VALUE "Grade Changes".
           05 FILLER      PIC X(32) VALUE SPACES.

       01  HEADER-DATE.
           05 FILLER      PIC X(28) VALUE SPACES.
           05 FILLER      PIC X(15) VALUE "Business Date: ".
           05 HD-DATE     PIC 9(8).
           05 FILLER      PIC X(29) VALUE SPACES.

       01  TERM-LINE.
           05 FILLER      PIC X(4)  VALUE "SY: ".
           05 TL-SY       PIC 9(4).
           05 FILLER      PIC X(8)  VALUE "  Term: ".
           05 TL-TERM     PIC 9.
           05 FILLER      PIC X(63) VALUE SPACES.

       01  COLUMN-LINE.
           05 FILLER      PIC X(40) VALUE
              "Req No Stud  Subj   Old  New  Reason    ".
           05 FILLER      PIC X(40) VALUE
              "        Instr  Approver Status".

       01  DETAIL-LINE.
           05 DL-REQ-NO   PIC 9(6).
           05 FILLER      PIC X(1)  VALUE SPACES.
           05 DL-SNO      PIC 9(5).
           05 FILLER      PIC X(1)  VALUE SPACES.
           05 DL-SUBJ     PIC X(6).
           05 FILLER      PIC X(1)  VALUE SPACES.
           05 DL-OLD      PIC 9.99.
           05 FILLER      PIC X(1)  VALUE SPACES.
           05 DL-NEW      PIC 9.99.
           05 FILLER      PIC X(1)  VALUE SPACES.
           05 DL-REASON   PIC X(17).
           05 FILLER      PIC X(1)  VALUE SPACES.
           05 DL-INSTR    PIC X(6).
           05 FILLER      PIC X(1)  VALUE SPACES.
           05 DL-APPROVER PIC X(8).
           05 FILLER      PIC X(1)  VALUE SPACES.
           05 DL-STATUS   PIC X(8).
           05 FILLER      PIC X(8)  VALUE SPACES.

       01  NOTE-LINE.
           05 FILLER      PIC X(13) VALUE SPACES.
           05 FILLER      PIC X(10) VALUE "Refused - ".
           05 NL-NOTE     PIC X(30).
           05 FILLER      PIC X(27) VALUE SPACES.

       01  NONE-LINE.
           05 FILLER      PIC X(40) VALUE
              "No grade changes were requested for the ".
           05 FILLER      PIC X(40) VALUE "term.".

       01  FOOTER-1.
           05 FILLER      PIC X(10) VALUE "Requests: ".
           05 FT-LISTED   PIC ZZZZ9.
           05 FILLER      PIC X(10) VALUE "  Posted: ".
           05 FT-POSTED   PIC ZZZZ9.
           05 FILLER      PIC X(12) VALUE "  Rejected: ".
           05 FT-REJECTED PIC ZZZZ9.
           05 FILLER      PIC X(11) VALUE "  Refused: ".
           05 FT-REFUSED  PIC ZZZZ9.
           05 FILLER      PIC X(11) VALUE "  Pending: ".
           05 FT-PENDING  PIC ZZZZ9.
           05 FILLER      PIC X(1)  VALUE SPACES.

       PROCEDURE DIVISION.
       000-MAIN-LOGIC.
           DISPLAY "School year of the term (YYYY): ".
           ACCEPT WS-REPORT-SY.
           DISPLAY "Term (1-3): ".
           ACCEPT WS-REPORT-TERM.
           PERFORM 050-EDIT-INPUT.
           IF WS-INPUT-OK-SW = 'N'
               DISPLAY "GRADE-CHG-RPT: NOTHING REPORTED."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN OUTPUT RPT-FILE.
           PERFORM RUNLOG-START-RTN.

           WRITE PRINT-LINE FROM HEADER-1.
           WRITE PRINT-LINE FROM HEADER-2.
           WRITE PRINT-LINE FROM HEADER-3.
           MOVE WS-RUNLOG-DATE TO HD-DATE.
           WRITE PRINT-LINE FROM HEADER-DATE.
           MOVE WS-REPORT-SY TO TL-SY.
           MOVE WS-REPORT-TERM TO TL-TERM.
           WRITE PRINT-LINE FROM TERM-LINE.
           MOVE SPACES TO PRINT-LINE.
           WRITE PRINT-LINE.
           WRITE PRINT-LINE FROM COLUMN-LINE.

           MOVE 'N' TO WS-GCR-EOF.
           OPEN INPUT GRDCHG-FILE.
           IF WS-GCR-STATUS NOT = "35"
               PERFORM 100-LIST-ONE UNTIL WS-GCR-EOF = 'Y'
               CLOSE GRDCHG-FILE
           END-IF.

           MOVE SPACES TO PRINT-LINE.
           WRITE PRINT-LINE.
           IF WS-LISTED = 0
               WRITE PRINT-LINE FROM NONE-LINE
               MOVE SPACES TO PRINT-LINE
               WRITE PRINT-LINE
           END-IF.
           MOVE WS-LISTED TO FT-LISTED.
           MOVE WS-POSTED TO FT-POSTED.
           MOVE WS-REJECTED TO FT-REJECTED.
           MOVE WS-REFUSED TO FT-REFUSED.
           MOVE WS-PENDING TO FT-PENDING.
           WRITE PRINT-LINE FROM FOOTER-1.

           MOVE WS-LISTED TO WS-RUNLOG-COUNT.
           PERFORM RUNLOG-END-RTN.

           CLOSE RPT-FILE.
           DISPLAY "GRADE-CHG-RPT: " WS-LISTED " REQUEST(S), "
               WS-POSTED " POSTED, " WS-PENDING " PENDING.".
           GOBACK.

      * shared run-log paragraphs
           COPY RUNLOGRTN
               REPLACING ==RUNLOG-PROGNAME== BY =="GRADE-CHG-RPT"==.

      * shared grade-change paragraphs
           COPY GRCHRTN.

       050-EDIT-INPUT.
           MOVE 'Y' TO WS-INPUT-OK-SW.
           IF WS-REPORT-SY NOT NUMERIC OR WS-REPORT-SY = 0
               DISPLAY "GRADE-CHG-RPT: SCHOOL YEAR MUST BE YYYY."
               MOVE 'N' TO WS-INPUT-OK-SW
           END-IF.
           IF WS-REPORT-TERM NOT NUMERIC
               OR WS-REPORT-TERM < 1 OR WS-REPORT-TERM > 3
               DISPLAY "GRADE-CHG-RPT: TERM MUST BE 1 TO 3."
               MOVE 'N' TO WS-INPUT-OK-SW
           END-IF.

       100-LIST-ONE.
           READ GRDCHG-FILE
               AT END MOVE 'Y' TO WS-GCR-EOF
               NOT AT END
                   IF GX-SY = WS-REPORT-SY
                       AND GX-TERM = WS-REPORT-TERM
                       PERFORM 110-PRINT-ONE
                   END-IF
           END-READ.

      * a refused change prints why under it
       110-PRINT-ONE.
           ADD 1 TO WS-LISTED.
           PERFORM GRCH-REASON-RTN.
           MOVE GX-REQ-NO TO DL-REQ-NO.
           MOVE GX-SNO TO DL-SNO.
           MOVE GX-SUBJ TO DL-SUBJ.
           MOVE GX-OLD-GRADE TO DL-OLD.
           MOVE GX-NEW-GRADE TO DL-NEW.
           MOVE WS-GCR-REASON-TEXT TO DL-REASON.
           MOVE GX-INSTR TO DL-INSTR.
           MOVE GX-APPROVER TO DL-APPROVER.
           EVALUATE TRUE
               WHEN GX-POSTED
                   MOVE "POSTED" TO DL-STATUS
                   ADD 1 TO WS-POSTED
               WHEN GX-REJECTED
                   MOVE "REJECTED" TO DL-STATUS
                   ADD 1 TO WS-REJECTED
               WHEN GX-REFUSED
                   MOVE "REFUSED" TO DL-STATUS
                   ADD 1 TO WS-REFUSED
               WHEN OTHER
                   MOVE "PENDING" TO DL-STATUS
                   MOVE SPACES TO DL-APPROVER
                   ADD 1 TO WS-PENDING
           END-EVALUATE.
           WRITE PRINT-LINE FROM DETAIL-LINE.
           IF GX-REFUSED
               MOVE GX-NOTE TO NL-NOTE
               WRITE PRINT-LINE FROM NOTE-LINE
           END-IF.
