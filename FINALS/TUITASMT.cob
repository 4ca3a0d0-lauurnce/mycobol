       IDENTIFICATION DIVISION.
       PROGRAM-ID. TUITION-ASSESS.
      *AUTHOR.     LAWRENCE PANES.
      *
      *MODIFICATION HISTORY:
      *2026-10-15  LP  New program - the term's tuition assessment.
      *                The cashier's ledger was a separate book the
      *                registrar never saw; this run takes the
      *                school year, term and payment deadline,
      *                reads STUDENT.TXT and charges every student
      *                enrolled in that term the tuition and
      *                miscellaneous fees the FEESKED schedule
      *                (REFMAINT) sets for the course and year
      *                level, to the STULEDGR student ledger with
      *                the running balance and the deadline the
      *                clearance hold runs against. A student
      *                already assessed for the term is left alone,
      *                so the run can be repeated; a course and
      *                year the schedule has no line for is
      *                reported, not charged. Listing to
      *                TUITASMT.OUT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STUDENT-FILE ASSIGN TO "STUDENT.TXT"
               ORGANIZATION IS INDEXED
               ACCESS IS SEQUENTIAL
               RECORD KEY IS R-SNO
               ALTERNATE RECORD KEY IS R-SNA WITH DUPLICATES
               FILE STATUS IS WS-FILE-STATUS.

           SELECT RPT-FILE ASSIGN TO "TUITASMT.OUT"
               ORGANIZATION IS SEQUENTIAL.

      * shared run-log written alongside the listing
           COPY RUNLOGSL.
      * shared tuition fee schedule and student ledger
           COPY FEESCHSL.
           COPY STULDGSL.

       DATA DIVISION.
       FILE SECTION.
       FD  STUDENT-FILE.
       01  STUDENT-REC.
      * shared student-record layout
           COPY STUREC.

       FD  RPT-FILE
           LABEL RECORD IS OMITTED.
       01  PRINT-LINE     PIC X(80).

           COPY RUNLOGFD.
           COPY FEESCHFD.
           COPY STULDGFD.

       WORKING-STORAGE SECTION.
      * shared run-log working-storage
           COPY RUNLOGWS.
      * shared calendar arithmetic, for the deadline's edit
           COPY DATEWS.
      * shared fee-schedule and student-ledger working-storage
           COPY FEESCHWS.
           COPY STULDGWS.

       01  WS-FILE-STATUS PIC XX VALUE SPACES.
       01  LOAD-EOF-SW    PIC X VALUE 'N'.
       01  WS-CONFIRM     PIC X VALUE SPACES.
       01  WS-INPUT-OK-SW PIC X VALUE 'Y'.

      * the term being assessed and its payment deadline
       01  WS-ASSESS-SY   PIC 9(4) VALUE 0.
       01  WS-ASSESS-TERM PIC 9 VALUE 0.
       01  WS-DEADLINE    PIC 9(8) VALUE 0.
       01  WS-CHARGE      PIC S9(7)V99 VALUE 0.

       01  WS-COUNTS.
           05 WS-ASSESSED  PIC 9(5) VALUE 0.
           05 WS-ALREADY   PIC 9(5) VALUE 0.
           05 WS-NO-FEE    PIC 9(5) VALUE 0.
           05 WS-OTHER-TERM PIC 9(5) VALUE 0.
       01  WS-TOTAL-CHARGED PIC S9(9)V99 VALUE 0.

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
           05 FILLER      PIC X(30) VALUE SPACES.
           05 FILLER      PIC X(20) VALUE "Tuition Assessment".
           05 FILLER      PIC X(30) VALUE SPACES.

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
           05 FILLER      PIC X(20) VALUE "  Payment Deadline: ".
           05 TL-DEADLINE PIC 9(8).
           05 FILLER      PIC X(35) VALUE SPACES.

       01  COLUMN-LINE.
           05 FILLER      PIC X(38) VALUE
              "SNO    Name                       Crs ".
           05 FILLER      PIC X(42) VALUE
              " Yr     Charged     Balance   Note".

       01  DETAIL-LINE.
           05 DL-SNO      PIC 9(5).
           05 FILLER      PIC X(2)  VALUE SPACES.
           05 DL-SNA      PIC X(25).
           05 FILLER      PIC X(2)  VALUE SPACES.
           05 DL-CRS      PIC X(4).
           05 FILLER      PIC X(2)  VALUE SPACES.
           05 DL-YEAR     PIC X.
           05 FILLER      PIC X(2)  VALUE SPACES.
           05 DL-CHARGE   PIC ZZZ,ZZ9.99.
           05 FILLER      PIC X(2)  VALUE SPACES.
           05 DL-BALANCE  PIC ZZZ,ZZ9.99-.
           05 FILLER      PIC X(2)  VALUE SPACES.
           05 DL-NOTE     PIC X(12).

       01  FOOTER-1.
           05 FILLER      PIC X(10) VALUE "Assessed: ".
           05 FT-ASSESSED PIC ZZZZ9.
           05 FILLER      PIC X(17) VALUE "  Total Charged: ".
           05 FT-CHARGED  PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER      PIC X(34) VALUE SPACES.

       01  FOOTER-2.
           05 FILLER      PIC X(18) VALUE "Already Assessed: ".
           05 FT-ALREADY  PIC ZZZZ9.
           05 FILLER      PIC X(17) VALUE "  No Fee Line:   ".
           05 FT-NO-FEE   PIC ZZZZ9.
           05 FILLER      PIC X(18) VALUE "  Not This Term:  ".
           05 FT-OTHER    PIC ZZZZ9.
           05 FILLER      PIC X(12) VALUE SPACES.

       PROCEDURE DIVISION.
       000-MAIN-LOGIC.
           DISPLAY "School year of the term to assess (YYYY): ".
           ACCEPT WS-ASSESS-SY.
           DISPLAY "Term (1-3): ".
           ACCEPT WS-ASSESS-TERM.
           DISPLAY "Payment deadline for the term (YYYYMMDD): ".
           ACCEPT WS-DEADLINE.
           PERFORM 050-EDIT-INPUT.
           IF WS-INPUT-OK-SW = 'N'
               DISPLAY "TUITION-ASSESS: NOTHING ASSESSED."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           DISPLAY "TUITION-ASSESS: charge SY " WS-ASSESS-SY
               " term " WS-ASSESS-TERM " to every student "
               "enrolled in it?".
           DISPLAY "Proceed? (Y/N): ".
           ACCEPT WS-CONFIRM.
           IF WS-CONFIRM NOT = 'Y' AND WS-CONFIRM NOT = 'y'
               DISPLAY "TUITION-ASSESS: NOTHING ASSESSED."
               GOBACK
           END-IF.

      * a schedule cut short would leave courses past the
      *table reported as having no fees - charge nothing
           PERFORM FEE-LOAD-RTN.
           IF WS-FEE-OVFL-SW = 'Y'
               DISPLAY "TUITION-ASSESS: *** FEESKED TOO LARGE FOR "
                   "THE TABLE - MORE THAN 100 LINES. ***"
               DISPLAY "TUITION-ASSESS: NOTHING ASSESSED."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           IF WS-FEE-COUNT = 0
               DISPLAY "TUITION-ASSESS: NO FEE SCHEDULE ON FILE - "
                   "SET IT UP IN REFMAINT FIRST."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN INPUT STUDENT-FILE.
           IF WS-FILE-STATUS = "35"
               DISPLAY "TUITION-ASSESS: STUDENT.TXT NOT FOUND."
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
           MOVE WS-ASSESS-SY TO TL-SY.
           MOVE WS-ASSESS-TERM TO TL-TERM.
           MOVE WS-DEADLINE TO TL-DEADLINE.
           WRITE PRINT-LINE FROM TERM-LINE.
           MOVE SPACES TO PRINT-LINE.
           WRITE PRINT-LINE.
           WRITE PRINT-LINE FROM COLUMN-LINE.

           PERFORM 100-ASSESS-ONE UNTIL LOAD-EOF-SW = 'Y'.
           CLOSE STUDENT-FILE.

           MOVE SPACES TO PRINT-LINE.
           WRITE PRINT-LINE.
           MOVE WS-ASSESSED TO FT-ASSESSED.
           MOVE WS-TOTAL-CHARGED TO FT-CHARGED.
           WRITE PRINT-LINE FROM FOOTER-1.
           MOVE WS-ALREADY TO FT-ALREADY.
           MOVE WS-NO-FEE TO FT-NO-FEE.
           MOVE WS-OTHER-TERM TO FT-OTHER.
           WRITE PRINT-LINE FROM FOOTER-2.

           MOVE WS-ASSESSED TO WS-RUNLOG-COUNT.
           PERFORM RUNLOG-END-RTN.

           CLOSE RPT-FILE.
      * a student left unbilled for want of a schedule line
      *is a warning the cashier must clear
           IF WS-NO-FEE > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
           DISPLAY "TUITION-ASSESS: " WS-ASSESSED " ASSESSED, "
               WS-ALREADY " ALREADY ASSESSED, " WS-NO-FEE
               " WITH NO FEE LINE.".
           GOBACK.

      * shared run-log paragraphs
           COPY RUNLOGRTN
               REPLACING ==RUNLOG-PROGNAME== BY =="TUITION-ASSESS"==.

      * shared calendar, fee-schedule and ledger paragraphs
           COPY DATERTN.
           COPY FEESCHRTN.
           COPY STULDGRTN.

      * the term must be one the master can carry and the
      *deadline a real date
       050-EDIT-INPUT.
           MOVE 'Y' TO WS-INPUT-OK-SW.
           IF WS-ASSESS-SY NOT NUMERIC OR WS-ASSESS-SY = 0
               DISPLAY "TUITION-ASSESS: SCHOOL YEAR MUST BE YYYY."
               MOVE 'N' TO WS-INPUT-OK-SW
           END-IF.
           IF WS-ASSESS-TERM NOT NUMERIC
               OR WS-ASSESS-TERM < 1 OR WS-ASSESS-TERM > 3
               DISPLAY "TUITION-ASSESS: TERM MUST BE 1 TO 3."
               MOVE 'N' TO WS-INPUT-OK-SW
           END-IF.
           MOVE WS-DEADLINE TO WS-DC-DATE.
           IF WS-DC-YY = 0 OR WS-DC-MM < 1 OR WS-DC-MM > 12
               DISPLAY "TUITION-ASSESS: DEADLINE IS NOT A VALID "
                   "YYYYMMDD DATE."
               MOVE 'N' TO WS-INPUT-OK-SW
           ELSE
               PERFORM DATE-MONTH-LEN-RTN
               IF WS-DC-DD < 1 OR WS-DC-DD > WS-DC-MONTH-LEN
                   DISPLAY "TUITION-ASSESS: DEADLINE IS NOT A VALID "
                       "YYYYMMDD DATE."
                   MOVE 'N' TO WS-INPUT-OK-SW
               END-IF
           END-IF.

       100-ASSESS-ONE.
           READ STUDENT-FILE NEXT
               AT END MOVE 'Y' TO LOAD-EOF-SW
               NOT AT END PERFORM 110-DECIDE-ONE
           END-READ.

      * only a record for the term is charged, once; its
      *course and year level pick the schedule line
       110-DECIDE-ONE.
           IF R-SY NOT = WS-ASSESS-SY OR R-TERM NOT = WS-ASSESS-TERM
               ADD 1 TO WS-OTHER-TERM
           ELSE
               MOVE R-SNO TO DL-SNO
               MOVE R-SNA TO DL-SNA
               MOVE R-CRS-DESC TO DL-CRS
               MOVE R-YS(1:1) TO DL-YEAR
               MOVE 0 TO DL-CHARGE
               MOVE R-CRS-DESC TO WS-FEE-CRS
               MOVE 0 TO WS-FEE-HIT
               IF R-YS(1:1) NUMERIC
                   MOVE R-YS(1:1) TO WS-FEE-YEAR
                   PERFORM FEE-FIND-RTN
               END-IF
               MOVE R-SNO TO WS-SLG-SNO
               MOVE WS-RUNLOG-DATE TO WS-SLG-ASOF
               MOVE WS-ASSESS-SY TO WS-SLG-SY
               MOVE WS-ASSESS-TERM TO WS-SLG-TERM
               PERFORM STULDG-SCAN-RTN
               EVALUATE TRUE
                   WHEN WS-SLG-TERM-SW = 'Y'
                       MOVE "ALREADY" TO DL-NOTE
                       ADD 1 TO WS-ALREADY
                   WHEN WS-FEE-HIT = 0
                       MOVE "NO FEE LINE" TO DL-NOTE
                       ADD 1 TO WS-NO-FEE
                   WHEN OTHER
                       PERFORM 120-CHARGE-ONE
               END-EVALUATE
               MOVE WS-SLG-BALANCE TO DL-BALANCE
               WRITE PRINT-LINE FROM DETAIL-LINE
           END-IF.

       120-CHARGE-ONE.
           SET FE-IDX TO WS-FEE-HIT.
           COMPUTE WS-CHARGE = FET-TUITION(FE-IDX)
               + FET-MISC(FE-IDX).
           MOVE 'A' TO WS-SN-TYPE.
           MOVE WS-RUNLOG-DATE TO WS-SN-DATE.
           MOVE WS-ASSESS-SY TO WS-SN-SY.
           MOVE WS-ASSESS-TERM TO WS-SN-TERM.
           MOVE R-CRS-DESC TO WS-SN-CRS.
           MOVE WS-CHARGE TO WS-SN-AMOUNT.
           MOVE WS-DEADLINE TO WS-SN-DUE.
           MOVE SPACES TO WS-SN-REF.
           MOVE WS-RUNLOG-OPER TO WS-SN-OPER.
           PERFORM STULDG-POST-RTN.
           MOVE WS-CHARGE TO DL-CHARGE.
           MOVE "ASSESSED" TO DL-NOTE.
           ADD WS-CHARGE TO WS-TOTAL-CHARGED.
           ADD 1 TO WS-ASSESSED.
