       IDENTIFICATION DIVISION.
       PROGRAM-ID. JRNL-ARCHIVE.
      *AUTHOR.     LAWRENCE PANES.
      *
      *MODIFICATION HISTORY:
      *2026-10-15  LP  New program - month-end archiving of the
      *                cumulative journals. FQJRNL, TRANSHIST,
      *                STUAUDIT, OVRLOG, SIGNLOG and WSPAUDIT were
      *                only ever appended to, and every nightly
      *                reader paid for the whole of them. For each
      *                journal with a live window on the RETAIN
      *                table REFMAINT maintains, this run moves the
      *                entries dated before the window into yearly
      *                archive files (<journal>.<yyyy>, appended
      *                to) and rewrites the live file with the
      *                rest. Count and amount control totals are
      *                taken off the live file before, the archive
      *                and kept copies as written, and the live
      *                file as rewritten, and printed to
      *                JRNLARCH.OUT; the live file is only
      *                rewritten when the copies balance to it. A
      *                teller journal that would be left empty is
      *                left whole - its next sequence number comes
      *                off the entries on file. The first live
      *                date and the oldest archived date go back on
      *                RETAIN for TRANS-INQUIRY and LARGE-TRANS.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-PC.
       OBJECT-COMPUTER. IBM-PC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * shared run-log, and the business date archived as of
           COPY RUNLOGSL.
      * shared journal retention table
           COPY RETNSL.

      * the six journals, each under its own name and record
      *length; the second file of each pair is the yearly
      *archive or the work copy, whichever is named in hand
           SELECT JRNL-LIVE ASSIGN TO "FQJRNL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-JA-IN-STATUS.
           SELECT JRNL-AUX ASSIGN USING WS-JA-AUX-NAME
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-JA-AUX-STATUS.
           SELECT HIST-LIVE ASSIGN TO "TRANSHIST"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-JA-IN-STATUS.
           SELECT HIST-AUX ASSIGN USING WS-JA-AUX-NAME
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-JA-AUX-STATUS.
           SELECT STUA-LIVE ASSIGN TO "STUAUDIT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-JA-IN-STATUS.
           SELECT STUA-AUX ASSIGN USING WS-JA-AUX-NAME
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-JA-AUX-STATUS.
           SELECT OVRL-LIVE ASSIGN TO "OVRLOG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-JA-IN-STATUS.
           SELECT OVRL-AUX ASSIGN USING WS-JA-AUX-NAME
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-JA-AUX-STATUS.
           SELECT SIGN-LIVE ASSIGN TO "SIGNLOG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-JA-IN-STATUS.
           SELECT SIGN-AUX ASSIGN USING WS-JA-AUX-NAME
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-JA-AUX-STATUS.
           SELECT WSPA-LIVE ASSIGN TO "WSPAUDIT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-JA-IN-STATUS.
           SELECT WSPA-AUX ASSIGN USING WS-JA-AUX-NAME
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-JA-AUX-STATUS.

           SELECT REPORT-FILE ASSIGN TO "JRNLARCH.OUT"
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
           COPY RUNLOGFD.
           COPY RETNFD.

       FD  JRNL-LIVE LABEL RECORD IS OMITTED.
       01  JRNL-LIVE-REC    PIC X(70).
       FD  JRNL-AUX LABEL RECORD IS OMITTED.
       01  JRNL-AUX-REC     PIC X(70).
       FD  HIST-LIVE LABEL RECORD IS OMITTED.
       01  HIST-LIVE-REC    PIC X(71).
       FD  HIST-AUX LABEL RECORD IS OMITTED.
       01  HIST-AUX-REC     PIC X(71).
       FD  STUA-LIVE LABEL RECORD IS OMITTED.
       01  STUA-LIVE-REC    PIC X(225).
       FD  STUA-AUX LABEL RECORD IS OMITTED.
       01  STUA-AUX-REC     PIC X(225).
       FD  OVRL-LIVE LABEL RECORD IS OMITTED.
       01  OVRL-LIVE-REC    PIC X(69).
       FD  OVRL-AUX LABEL RECORD IS OMITTED.
       01  OVRL-AUX-REC     PIC X(69).
       FD  SIGN-LIVE LABEL RECORD IS OMITTED.
       01  SIGN-LIVE-REC    PIC X(28).
       FD  SIGN-AUX LABEL RECORD IS OMITTED.
       01  SIGN-AUX-REC     PIC X(28).
       FD  WSPA-LIVE LABEL RECORD IS OMITTED.
       01  WSPA-LIVE-REC    PIC X(265).
       FD  WSPA-AUX LABEL RECORD IS OMITTED.
       01  WSPA-AUX-REC     PIC X(265).

       FD  REPORT-FILE.
       01  PRINT-LINE       PIC X(80).

       WORKING-STORAGE SECTION.
      * shared run-log working-storage
           COPY RUNLOGWS.
      * shared journal retention working-storage
           COPY RETNWS.

       01  WS-JA-IN-STATUS  PIC XX VALUE SPACES.
       01  WS-JA-AUX-STATUS PIC XX VALUE SPACES.
       01  WS-JA-AUX-NAME   PIC X(24) VALUE SPACES.
       01  WS-JA-EOF        PIC X VALUE 'N'.
       01  WS-JA-FAIL-SW    PIC X VALUE 'N'.
       01  WS-JA-AUX-OPEN   PIC X VALUE 'N'.
       01  WS-JA-NO         PIC 9 VALUE 0.
       01  WS-JA-OPEN-YEAR  PIC 9(4) VALUE 0.
       01  WS-JA-MIN-DATE   PIC 9(8) VALUE 0.
       01  WS-JA-MOVED      PIC 9 VALUE 0.
       01  WS-JA-FAILED     PIC 9 VALUE 0.
       01  WS-JA-RESULT     PIC X(44) VALUE SPACES.

      * each journal's name, record length, and where its
      *date and (teller journal and history only) amount sit
       01  WS-JA-NAMES.
           02 FILLER PIC X(21) VALUE "FQJRNL      070015042".
           02 FILLER PIC X(21) VALUE "TRANSHIST   071001045".
           02 FILLER PIC X(21) VALUE "STUAUDIT    225002000".
           02 FILLER PIC X(21) VALUE "OVRLOG      069016000".
           02 FILLER PIC X(21) VALUE "SIGNLOG     028001000".
           02 FILLER PIC X(21) VALUE "WSPAUDIT    265002000".
       01  WS-JA-TABLE REDEFINES WS-JA-NAMES.
           02 WS-JA-ENTRY OCCURS 6 TIMES.
              03 JA-FILE    PIC X(12).
              03 JA-LENGTH  PIC 9(3).
              03 JA-DATE-AT PIC 9(3).
              03 JA-AMT-AT  PIC 9(3).

      * the entry in hand, whichever journal it came off
       01  WS-JA-REC        PIC X(265) VALUE SPACES.
       01  WS-JA-DATE       PIC 9(8) VALUE 0.
       01  WS-JA-AMT-X      PIC X(9) VALUE ZEROS.
       01  WS-JA-AMOUNT REDEFINES WS-JA-AMT-X PIC 9(7)V99.

      * control totals for the journal in hand: on file
      *before, archived and kept as counted, archived and kept
      *as written, and the live file as rewritten
       01  WS-JA-TOTALS.
           05 WS-JA-IN-CNT     PIC 9(9).
           05 WS-JA-IN-AMT     PIC 9(13)V99.
           05 WS-JA-ARC-CNT    PIC 9(9).
           05 WS-JA-ARC-AMT    PIC 9(13)V99.
           05 WS-JA-KEEP-CNT   PIC 9(9).
           05 WS-JA-KEEP-AMT   PIC 9(13)V99.
           05 WS-JA-ARCW-CNT   PIC 9(9).
           05 WS-JA-ARCW-AMT   PIC 9(13)V99.
           05 WS-JA-KEEPW-CNT  PIC 9(9).
           05 WS-JA-KEEPW-AMT  PIC 9(13)V99.
           05 WS-JA-AFTER-CNT  PIC 9(9).
           05 WS-JA-AFTER-AMT  PIC 9(13)V99.

       01  HEADING-1.
           05 FILLER        PIC X(32) VALUE SPACES.
           05 FILLER        PIC X(16) VALUE "China Trust Bank".
           05 FILLER        PIC X(32) VALUE SPACES.

       01  HEADING-2.
           05 FILLER        PIC X(23) VALUE SPACES.
           05 FILLER        PIC X(34) VALUE
              "Journal Archiving - Control Totals".
           05 FILLER        PIC X(23) VALUE SPACES.

       01  DATE-LINE.
           05 FILLER        PIC X(26) VALUE SPACES.
           05 FILLER        PIC X(15) VALUE "Business Date: ".
           05 DT-DATE       PIC 9(8).
           05 FILLER        PIC X(31) VALUE SPACES.

       01  FILE-LINE.
           05 FL-FILE       PIC X(12).
           05 FILLER        PIC X(8)  VALUE " Window ".
           05 FL-MONTHS     PIC ZZ9.
           05 FILLER        PIC X(23) VALUE
              " month(s), live from   ".
           05 FL-CUTOFF     PIC 9(8).
           05 FILLER        PIC X(26) VALUE SPACES.

       01  TOTAL-LINE.
           05 FILLER        PIC X(4)  VALUE SPACES.
           05 TL-CAPTION    PIC X(20).
           05 TL-COUNT      PIC ZZZ,ZZZ,ZZ9.
           05 FILLER        PIC X(3)  VALUE SPACES.
           05 TL-AMOUNT     PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER        PIC X(20) VALUE SPACES.

       01  RESULT-LINE.
           05 FILLER        PIC X(4)  VALUE SPACES.
           05 FILLER        PIC X(8)  VALUE "Result: ".
           05 RS-TEXT       PIC X(44).
           05 FILLER        PIC X(24) VALUE SPACES.

       01  FOOTER-LINE.
           05 FILLER        PIC X(19) VALUE "Journals archived: ".
           05 FT-MOVED      PIC 9.
           05 FILLER        PIC X(12) VALUE "   Refused: ".
           05 FT-FAILED     PIC 9.
           05 FILLER        PIC X(47) VALUE SPACES.

       PROCEDURE DIVISION.
       000-MAIN-LOGIC.
           PERFORM RUNLOG-START-RTN.

      * a retention table read short would leave a journal
      *unarchived and its cutoff unrecorded - archive nothing
           PERFORM RETAIN-LOAD-RTN.
           IF WS-RTN-OVFL-SW = 'Y'
               DISPLAY "JRNL-ARCHIVE: *** RETAIN TOO LARGE FOR "
                   "THE TABLE - MORE THAN 20 ENTRIES. ***"
               DISPLAY "JRNL-ARCHIVE: NOTHING ARCHIVED."
               MOVE 8 TO RETURN-CODE
               PERFORM RUNLOG-END-RTN
               GOBACK
           END-IF.

           OPEN OUTPUT REPORT-FILE.
           WRITE PRINT-LINE FROM HEADING-1.
           WRITE PRINT-LINE FROM HEADING-2.
           MOVE WS-RUNLOG-DATE TO DT-DATE.
           WRITE PRINT-LINE FROM DATE-LINE.

           PERFORM 200-ARCHIVE-JOURNAL THRU 200-EXIT
               VARYING WS-JA-NO FROM 1 BY 1 UNTIL WS-JA-NO > 6.

           MOVE SPACES TO PRINT-LINE.
           WRITE PRINT-LINE.
           MOVE WS-JA-MOVED TO FT-MOVED.
           MOVE WS-JA-FAILED TO FT-FAILED.
           WRITE PRINT-LINE FROM FOOTER-LINE.
           CLOSE REPORT-FILE.

           IF WS-JA-MOVED > 0
               PERFORM 800-SAVE-RETAIN
           END-IF.

           MOVE WS-JA-MOVED TO WS-RUNLOG-COUNT.
           PERFORM RUNLOG-END-RTN.
           IF WS-JA-FAILED > 0
               DISPLAY "JRNL-ARCHIVE: *** " WS-JA-FAILED
                   " JOURNAL(S) NOT BALANCED - SEE JRNLARCH.OUT. ***"
               MOVE 8 TO RETURN-CODE
           END-IF.
           DISPLAY "JRNL-ARCHIVE: " WS-JA-MOVED
               " JOURNAL(S) ARCHIVED AS OF " WS-RUNLOG-DATE ".".
           GOBACK.

      * shared run-log paragraphs
           COPY RUNLOGRTN
               REPLACING ==RUNLOG-PROGNAME== BY =="JRNL-ARCHIVE"==.

      * shared journal retention paragraphs
           COPY RETNRTN.

      * one journal: counted, its old entries appended to the
      *yearly archives, the rest copied to the work file, and
      *the live file rewritten from the work file only when
      *every copy balances to what was on file
       200-ARCHIVE-JOURNAL.
           INITIALIZE WS-JA-TOTALS.
           MOVE 'N' TO WS-JA-FAIL-SW.
           MOVE 0 TO WS-JA-MIN-DATE.
           MOVE SPACES TO PRINT-LINE.
           WRITE PRINT-LINE.
           MOVE JA-FILE(WS-JA-NO) TO FL-FILE.
           MOVE JA-FILE(WS-JA-NO) TO WS-RTN-FILE.
           PERFORM RETAIN-FIND-RTN.
           IF WS-RTN-HIT = 0
               MOVE 0 TO FL-MONTHS
               MOVE 0 TO FL-CUTOFF
               WRITE PRINT-LINE FROM FILE-LINE
               MOVE "NO RETENTION SET - KEPT WHOLE" TO RS-TEXT
               WRITE PRINT-LINE FROM RESULT-LINE
               GO TO 200-EXIT
           END-IF.
           MOVE WS-RUNLOG-DATE TO WS-RTN-ASOF.
           PERFORM RETAIN-CUTOFF-RTN.
           SET RN-IDX TO WS-RTN-HIT.
           MOVE RNT-MONTHS(RN-IDX) TO FL-MONTHS.
           MOVE WS-RTN-CUT TO FL-CUTOFF.
           WRITE PRINT-LINE FROM FILE-LINE.

           PERFORM 210-COUNT-PASS.
           IF WS-JA-IN-STATUS = "35"
               MOVE "NOT ON FILE" TO RS-TEXT
               WRITE PRINT-LINE FROM RESULT-LINE
               GO TO 200-EXIT
           END-IF.
           MOVE "On file" TO TL-CAPTION.
           MOVE WS-JA-IN-CNT TO TL-COUNT.
           MOVE WS-JA-IN-AMT TO TL-AMOUNT.
           WRITE PRINT-LINE FROM TOTAL-LINE.
           IF WS-JA-ARC-CNT = 0
               MOVE "NOTHING OLDER THAN THE WINDOW" TO RS-TEXT
               WRITE PRINT-LINE FROM RESULT-LINE
               GO TO 200-EXIT
           END-IF.
           IF WS-JA-KEEP-CNT = 0 AND WS-JA-NO = 1
               MOVE "NOTHING LIVE WOULD BE LEFT - KEPT WHOLE"
                   TO RS-TEXT
               WRITE PRINT-LINE FROM RESULT-LINE
               GO TO 200-EXIT
           END-IF.

           PERFORM 220-ARCHIVE-PASS.
           MOVE "Archived" TO TL-CAPTION.
           MOVE WS-JA-ARCW-CNT TO TL-COUNT.
           MOVE WS-JA-ARCW-AMT TO TL-AMOUNT.
           WRITE PRINT-LINE FROM TOTAL-LINE.
           IF WS-JA-FAIL-SW = 'Y'
               OR WS-JA-ARCW-CNT NOT = WS-JA-ARC-CNT
               OR WS-JA-ARCW-AMT NOT = WS-JA-ARC-AMT
               MOVE "ARCHIVE WRITE FAILED - LIVE FILE UNTOUCHED"
                   TO RS-TEXT
               PERFORM 290-REFUSE
               GO TO 200-EXIT
           END-IF.

           PERFORM 230-KEEP-PASS.
           MOVE "Kept live" TO TL-CAPTION.
           MOVE WS-JA-KEEPW-CNT TO TL-COUNT.
           MOVE WS-JA-KEEPW-AMT TO TL-AMOUNT.
           WRITE PRINT-LINE FROM TOTAL-LINE.
           IF WS-JA-FAIL-SW = 'Y'
               OR WS-JA-KEEPW-CNT NOT = WS-JA-KEEP-CNT
               OR WS-JA-KEEPW-AMT NOT = WS-JA-KEEP-AMT
               OR WS-JA-ARCW-CNT + WS-JA-KEEPW-CNT
                   NOT = WS-JA-IN-CNT
               OR WS-JA-ARCW-AMT + WS-JA-KEEPW-AMT
                   NOT = WS-JA-IN-AMT
               MOVE "WORK COPY SHORT - LIVE FILE UNTOUCHED"
                   TO RS-TEXT
               PERFORM 290-REFUSE
               GO TO 200-EXIT
           END-IF.

           PERFORM 240-REWRITE-PASS.
           PERFORM 250-PROVE-PASS.
           MOVE "Live file after" TO TL-CAPTION.
           MOVE WS-JA-AFTER-CNT TO TL-COUNT.
           MOVE WS-JA-AFTER-AMT TO TL-AMOUNT.
           WRITE PRINT-LINE FROM TOTAL-LINE.
           IF WS-JA-FAIL-SW = 'Y'
               OR WS-JA-AFTER-CNT NOT = WS-JA-KEEP-CNT
               OR WS-JA-AFTER-AMT NOT = WS-JA-KEEP-AMT
               MOVE "LIVE FILE SHORT - RESTORE FROM JRNLWORK"
                   TO RS-TEXT
               PERFORM 290-REFUSE
               GO TO 200-EXIT
           END-IF.

           MOVE WS-RTN-CUT TO RNT-CUTOFF(RN-IDX).
           IF RNT-OLDEST(RN-IDX) = 0
               OR WS-JA-MIN-DATE < RNT-OLDEST(RN-IDX)
               MOVE WS-JA-MIN-DATE TO RNT-OLDEST(RN-IDX)
           END-IF.
           MOVE WS-RUNLOG-DATE TO RNT-LAST-RUN(RN-IDX).
           ADD 1 TO WS-JA-MOVED.
           MOVE "BALANCED" TO RS-TEXT.
           WRITE PRINT-LINE FROM RESULT-LINE.
           DISPLAY "JRNL-ARCHIVE: " JA-FILE(WS-JA-NO) " "
               WS-JA-ARCW-CNT " ARCHIVED, " WS-JA-KEEPW-CNT
               " KEPT LIVE.".
       200-EXIT.
           EXIT.

      * the control totals on file before anything is moved
       210-COUNT-PASS.
           PERFORM 710-OPEN-LIVE-INPUT.
           IF WS-JA-IN-STATUS NOT = "35"
               MOVE 'N' TO WS-JA-EOF
               PERFORM 211-COUNT-ONE UNTIL WS-JA-EOF = 'Y'
               PERFORM 740-CLOSE-LIVE
           END-IF.

       211-COUNT-ONE.
           PERFORM 720-READ-LIVE.
           IF WS-JA-EOF = 'N'
               PERFORM 300-TAKE-ENTRY
               ADD 1 TO WS-JA-IN-CNT
               ADD WS-JA-AMOUNT TO WS-JA-IN-AMT
               IF WS-JA-DATE < WS-RTN-CUT
                   ADD 1 TO WS-JA-ARC-CNT
                   ADD WS-JA-AMOUNT TO WS-JA-ARC-AMT
               ELSE
                   ADD 1 TO WS-JA-KEEP-CNT
                   ADD WS-JA-AMOUNT TO WS-JA-KEEP-AMT
               END-IF
           END-IF.

      * the archive for each entry's year is opened as the
      *year changes; an archive year not yet on disk is begun
       220-ARCHIVE-PASS.
           MOVE 'N' TO WS-JA-AUX-OPEN.
           MOVE 0 TO WS-JA-OPEN-YEAR.
           PERFORM 710-OPEN-LIVE-INPUT.
           MOVE 'N' TO WS-JA-EOF.
           PERFORM 221-ARCHIVE-ONE
               UNTIL WS-JA-EOF = 'Y' OR WS-JA-FAIL-SW = 'Y'.
           PERFORM 740-CLOSE-LIVE.
           IF WS-JA-AUX-OPEN = 'Y'
               PERFORM 790-CLOSE-AUX
           END-IF.

       221-ARCHIVE-ONE.
           PERFORM 720-READ-LIVE.
           IF WS-JA-EOF = 'N'
               PERFORM 300-TAKE-ENTRY
               IF WS-JA-DATE < WS-RTN-CUT
                   DIVIDE WS-JA-DATE BY 10000 GIVING WS-RTN-YEAR
                   IF WS-JA-AUX-OPEN = 'N'
                       OR WS-RTN-YEAR NOT = WS-JA-OPEN-YEAR
                       PERFORM 222-OPEN-YEAR
                   END-IF
                   PERFORM 770-WRITE-AUX
                   IF WS-JA-AUX-STATUS = "00"
                       ADD 1 TO WS-JA-ARCW-CNT
                       ADD WS-JA-AMOUNT TO WS-JA-ARCW-AMT
                       IF WS-JA-MIN-DATE = 0
                           OR WS-JA-DATE < WS-JA-MIN-DATE
                           MOVE WS-JA-DATE TO WS-JA-MIN-DATE
                       END-IF
                   ELSE
                       MOVE 'Y' TO WS-JA-FAIL-SW
                   END-IF
               END-IF
           END-IF.

       222-OPEN-YEAR.
           IF WS-JA-AUX-OPEN = 'Y'
               PERFORM 790-CLOSE-AUX
           END-IF.
           PERFORM RETAIN-ARC-NAME-RTN.
           MOVE WS-RTN-ARC-NAME TO WS-JA-AUX-NAME.
           PERFORM 760-OPEN-AUX-EXTEND.
           IF WS-JA-AUX-STATUS = "35"
               PERFORM 750-OPEN-AUX-OUTPUT
           END-IF.
           MOVE 'Y' TO WS-JA-AUX-OPEN.
           MOVE WS-RTN-YEAR TO WS-JA-OPEN-YEAR.

      * the entries staying live, to the work file
       230-KEEP-PASS.
           MOVE "JRNLWORK" TO WS-JA-AUX-NAME.
           PERFORM 750-OPEN-AUX-OUTPUT.
           PERFORM 710-OPEN-LIVE-INPUT.
           MOVE 'N' TO WS-JA-EOF.
           PERFORM 231-KEEP-ONE
               UNTIL WS-JA-EOF = 'Y' OR WS-JA-FAIL-SW = 'Y'.
           PERFORM 740-CLOSE-LIVE.
           PERFORM 790-CLOSE-AUX.

       231-KEEP-ONE.
           PERFORM 720-READ-LIVE.
           IF WS-JA-EOF = 'N'
               PERFORM 300-TAKE-ENTRY
               IF WS-JA-DATE NOT < WS-RTN-CUT
                   PERFORM 770-WRITE-AUX
                   IF WS-JA-AUX-STATUS = "00"
                       ADD 1 TO WS-JA-KEEPW-CNT
                       ADD WS-JA-AMOUNT TO WS-JA-KEEPW-AMT
                   ELSE
                       MOVE 'Y' TO WS-JA-FAIL-SW
                   END-IF
               END-IF
           END-IF.

      * the work file back over the live file
       240-REWRITE-PASS.
           PERFORM 780-OPEN-AUX-INPUT.
           PERFORM 715-OPEN-LIVE-OUTPUT.
           MOVE 'N' TO WS-JA-EOF.
           PERFORM 241-REWRITE-ONE
               UNTIL WS-JA-EOF = 'Y' OR WS-JA-FAIL-SW = 'Y'.
           PERFORM 740-CLOSE-LIVE.
           PERFORM 790-CLOSE-AUX.

       241-REWRITE-ONE.
           PERFORM 785-READ-AUX.
           IF WS-JA-EOF = 'N'
               PERFORM 730-WRITE-LIVE
               IF WS-JA-IN-STATUS NOT = "00"
                   MOVE 'Y' TO WS-JA-FAIL-SW
               END-IF
           END-IF.

      * the live file as rewritten, read back for its totals
       250-PROVE-PASS.
           PERFORM 710-OPEN-LIVE-INPUT.
           MOVE 'N' TO WS-JA-EOF.
           PERFORM 251-PROVE-ONE UNTIL WS-JA-EOF = 'Y'.
           PERFORM 740-CLOSE-LIVE.

       251-PROVE-ONE.
           PERFORM 720-READ-LIVE.
           IF WS-JA-EOF = 'N'
               PERFORM 300-TAKE-ENTRY
               ADD 1 TO WS-JA-AFTER-CNT
               ADD WS-JA-AMOUNT TO WS-JA-AFTER-AMT
           END-IF.

       290-REFUSE.
           WRITE PRINT-LINE FROM RESULT-LINE.
           ADD 1 TO WS-JA-FAILED.
           DISPLAY "JRNL-ARCHIVE: *** " JA-FILE(WS-JA-NO) " "
               RS-TEXT " ***".

      * the entry's date and amount, off the positions the
      *journal table gives
       300-TAKE-ENTRY.
           MOVE WS-JA-REC(JA-DATE-AT(WS-JA-NO):8) TO WS-JA-DATE.
           IF JA-AMT-AT(WS-JA-NO) > 0
               MOVE WS-JA-REC(JA-AMT-AT(WS-JA-NO):9) TO WS-JA-AMT-X
           ELSE
               MOVE ZEROS TO WS-JA-AMT-X
           END-IF.
           IF WS-JA-AMOUNT NOT NUMERIC
               MOVE ZEROS TO WS-JA-AMT-X
           END-IF.

      * each journal under its own FD - the record lengths
      *differ
       710-OPEN-LIVE-INPUT.
           EVALUATE WS-JA-NO
               WHEN 1 OPEN INPUT JRNL-LIVE
               WHEN 2 OPEN INPUT HIST-LIVE
               WHEN 3 OPEN INPUT STUA-LIVE
               WHEN 4 OPEN INPUT OVRL-LIVE
               WHEN 5 OPEN INPUT SIGN-LIVE
               WHEN 6 OPEN INPUT WSPA-LIVE
           END-EVALUATE.

       715-OPEN-LIVE-OUTPUT.
           EVALUATE WS-JA-NO
               WHEN 1 OPEN OUTPUT JRNL-LIVE
               WHEN 2 OPEN OUTPUT HIST-LIVE
               WHEN 3 OPEN OUTPUT STUA-LIVE
               WHEN 4 OPEN OUTPUT OVRL-LIVE
               WHEN 5 OPEN OUTPUT SIGN-LIVE
               WHEN 6 OPEN OUTPUT WSPA-LIVE
           END-EVALUATE.

       720-READ-LIVE.
           MOVE SPACES TO WS-JA-REC.
           EVALUATE WS-JA-NO
               WHEN 1
                   READ JRNL-LIVE INTO WS-JA-REC
                       AT END MOVE 'Y' TO WS-JA-EOF
                   END-READ
               WHEN 2
                   READ HIST-LIVE INTO WS-JA-REC
                       AT END MOVE 'Y' TO WS-JA-EOF
                   END-READ
               WHEN 3
                   READ STUA-LIVE INTO WS-JA-REC
                       AT END MOVE 'Y' TO WS-JA-EOF
                   END-READ
               WHEN 4
                   READ OVRL-LIVE INTO WS-JA-REC
                       AT END MOVE 'Y' TO WS-JA-EOF
                   END-READ
               WHEN 5
                   READ SIGN-LIVE INTO WS-JA-REC
                       AT END MOVE 'Y' TO WS-JA-EOF
                   END-READ
               WHEN 6
                   READ WSPA-LIVE INTO WS-JA-REC
                       AT END MOVE 'Y' TO WS-JA-EOF
                   END-READ
           END-EVALUATE.

       730-WRITE-LIVE.
           EVALUATE WS-JA-NO
               WHEN 1 WRITE JRNL-LIVE-REC FROM WS-JA-REC
               WHEN 2 WRITE HIST-LIVE-REC FROM WS-JA-REC
               WHEN 3 WRITE STUA-LIVE-REC FROM WS-JA-REC
               WHEN 4 WRITE OVRL-LIVE-REC FROM WS-JA-REC
               WHEN 5 WRITE SIGN-LIVE-REC FROM WS-JA-REC
               WHEN 6 WRITE WSPA-LIVE-REC FROM WS-JA-REC
           END-EVALUATE.

       740-CLOSE-LIVE.
           EVALUATE WS-JA-NO
               WHEN 1 CLOSE JRNL-LIVE
               WHEN 2 CLOSE HIST-LIVE
               WHEN 3 CLOSE STUA-LIVE
               WHEN 4 CLOSE OVRL-LIVE
               WHEN 5 CLOSE SIGN-LIVE
               WHEN 6 CLOSE WSPA-LIVE
           END-EVALUATE.

       750-OPEN-AUX-OUTPUT.
           EVALUATE WS-JA-NO
               WHEN 1 OPEN OUTPUT JRNL-AUX
               WHEN 2 OPEN OUTPUT HIST-AUX
               WHEN 3 OPEN OUTPUT STUA-AUX
               WHEN 4 OPEN OUTPUT OVRL-AUX
               WHEN 5 OPEN OUTPUT SIGN-AUX
               WHEN 6 OPEN OUTPUT WSPA-AUX
           END-EVALUATE.

       760-OPEN-AUX-EXTEND.
           EVALUATE WS-JA-NO
               WHEN 1 OPEN EXTEND JRNL-AUX
               WHEN 2 OPEN EXTEND HIST-AUX
               WHEN 3 OPEN EXTEND STUA-AUX
               WHEN 4 OPEN EXTEND OVRL-AUX
               WHEN 5 OPEN EXTEND SIGN-AUX
               WHEN 6 OPEN EXTEND WSPA-AUX
           END-EVALUATE.

       770-WRITE-AUX.
           EVALUATE WS-JA-NO
               WHEN 1 WRITE JRNL-AUX-REC FROM WS-JA-REC
               WHEN 2 WRITE HIST-AUX-REC FROM WS-JA-REC
               WHEN 3 WRITE STUA-AUX-REC FROM WS-JA-REC
               WHEN 4 WRITE OVRL-AUX-REC FROM WS-JA-REC
               WHEN 5 WRITE SIGN-AUX-REC FROM WS-JA-REC
               WHEN 6 WRITE WSPA-AUX-REC FROM WS-JA-REC
           END-EVALUATE.

       780-OPEN-AUX-INPUT.
           EVALUATE WS-JA-NO
               WHEN 1 OPEN INPUT JRNL-AUX
               WHEN 2 OPEN INPUT HIST-AUX
               WHEN 3 OPEN INPUT STUA-AUX
               WHEN 4 OPEN INPUT OVRL-AUX
               WHEN 5 OPEN INPUT SIGN-AUX
               WHEN 6 OPEN INPUT WSPA-AUX
           END-EVALUATE.

       785-READ-AUX.
           MOVE SPACES TO WS-JA-REC.
           EVALUATE WS-JA-NO
               WHEN 1
                   READ JRNL-AUX INTO WS-JA-REC
                       AT END MOVE 'Y' TO WS-JA-EOF
                   END-READ
               WHEN 2
                   READ HIST-AUX INTO WS-JA-REC
                       AT END MOVE 'Y' TO WS-JA-EOF
                   END-READ
               WHEN 3
                   READ STUA-AUX INTO WS-JA-REC
                       AT END MOVE 'Y' TO WS-JA-EOF
                   END-READ
               WHEN 4
                   READ OVRL-AUX INTO WS-JA-REC
                       AT END MOVE 'Y' TO WS-JA-EOF
                   END-READ
               WHEN 5
                   READ SIGN-AUX INTO WS-JA-REC
                       AT END MOVE 'Y' TO WS-JA-EOF
                   END-READ
               WHEN 6
                   READ WSPA-AUX INTO WS-JA-REC
                       AT END MOVE 'Y' TO WS-JA-EOF
                   END-READ
           END-EVALUATE.

       790-CLOSE-AUX.
           EVALUATE WS-JA-NO
               WHEN 1 CLOSE JRNL-AUX
               WHEN 2 CLOSE HIST-AUX
               WHEN 3 CLOSE STUA-AUX
               WHEN 4 CLOSE OVRL-AUX
               WHEN 5 CLOSE SIGN-AUX
               WHEN 6 CLOSE WSPA-AUX
           END-EVALUATE.

      * the cutoff and archive dates back on RETAIN
       800-SAVE-RETAIN.
           OPEN OUTPUT RETAIN-FILE.
           PERFORM 810-SAVE-ONE
               VARYING RN-IDX FROM 1 BY 1
               UNTIL RN-IDX > WS-RTN-COUNT.
           CLOSE RETAIN-FILE.

       810-SAVE-ONE.
           MOVE WS-RTN-ENTRY(RN-IDX) TO RETAIN-REC.
           WRITE RETAIN-REC.
