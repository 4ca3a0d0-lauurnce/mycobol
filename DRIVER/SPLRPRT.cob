       IDENTIFICATION DIVISION.
       PROGRAM-ID. SPOOL-REPRINT.
      *AUTHOR.     LAWRENCE PANES.
      *
      *MODIFICATION HISTORY:
      *2026-10-15  LP  New program - reprint from the report spool
      *                archive SPOOL-ARCHIVE files each night. Lists
      *                every report indexed on SPOOLIDX for a
      *                business date (program, pages, lines and the
      *                operator it ran under), then reprints the
      *                chosen one - whole, or a range of its pages -
      *                to REPRINT.OUT byte for byte as it printed
      *                that night. A page is counted the way the
      *                archive counted it, from each "PAGE " heading.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * shared run-log
           COPY RUNLOGSL.
      * the archived spool and the archive index
           COPY SPOOLSL.

           SELECT REPRINT-FILE ASSIGN TO "REPRINT.OUT"
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
           COPY RUNLOGFD.
           COPY SPOOLFD.

       FD  REPRINT-FILE
           LABEL RECORD IS OMITTED.
       01  REPRINT-PIECE    PIC X(10).

       WORKING-STORAGE SECTION.
      * shared run-log working-storage
           COPY RUNLOGWS.
      * shared spool-reader working-storage
           COPY SPOOLWS.

       01  WS-RP-DATE       PIC 9(8) VALUE 0.
       01  WS-RP-CHOICE     PIC 9(3) VALUE 0.
       01  WS-RP-FROM       PIC 9(5) VALUE 0.
       01  WS-RP-TO         PIC 9(5) VALUE 0.
       01  WS-RP-EOF        PIC X VALUE 'N'.
       01  WS-RP-OVFL-SW    PIC X VALUE 'N'.
       01  WS-RP-PIECE      PIC 99 VALUE 0.
       01  WS-RP-POS        PIC 9(3) VALUE 0.
       01  WS-RP-NO         PIC 9(3) VALUE 0.
       01  WS-RP-LINES      PIC 9(7) VALUE 0.

      * the reports archived for the date asked for; a report
      *archived twice (a rerun after a purge) lists twice
       01  WS-ARC-TABLE.
           05 WS-ARC-COUNT  PIC 9(3) VALUE 0.
           05 WS-ARC-ENTRY OCCURS 300 TIMES INDEXED BY ARC-IDX.
              10 AT-REPORT  PIC X(12).
              10 AT-PROGRAM PIC X(15).
              10 AT-ARCHIVE PIC X(24).
              10 AT-WIDTH   PIC 9(3).
              10 AT-PAGES   PIC 9(5).
              10 AT-LINES   PIC 9(7).
              10 AT-OPER    PIC X(8).

       01  WS-LIST-LINE.
           05 LL-NO         PIC ZZ9.
           05 FILLER        PIC XX VALUE SPACES.
           05 LL-REPORT     PIC X(12).
           05 FILLER        PIC X VALUE SPACE.
           05 LL-PROGRAM    PIC X(15).
           05 FILLER        PIC X VALUE SPACE.
           05 LL-PAGES      PIC ZZZZ9.
           05 FILLER        PIC X(4) VALUE " PP ".
           05 LL-LINES      PIC Z(6)9.
           05 FILLER        PIC X(7) VALUE " LINES ".
           05 LL-OPER       PIC X(8).

       PROCEDURE DIVISION.
       000-MAIN-LOGIC.
           PERFORM RUNLOG-START-RTN.

           DISPLAY "Business date (YYYYMMDD, 0 = current): ".
           ACCEPT WS-RP-DATE.
           IF WS-RP-DATE = 0
               MOVE WS-RUNLOG-DATE TO WS-RP-DATE
           END-IF.

           PERFORM 100-LOAD-INDEX.
           IF WS-RP-OVFL-SW = 'Y'
               DISPLAY "SPOOL-REPRINT: *** MORE THAN 300 REPORTS "
                   "INDEXED FOR " WS-RP-DATE ". ***"
               MOVE 8 TO RETURN-CODE
               PERFORM RUNLOG-END-RTN
               GOBACK
           END-IF.
           IF WS-ARC-COUNT = 0
               DISPLAY "SPOOL-REPRINT: NOTHING ARCHIVED FOR "
                   WS-RP-DATE "."
               MOVE 4 TO RETURN-CODE
               PERFORM RUNLOG-END-RTN
               GOBACK
           END-IF.

           DISPLAY "REPORTS ARCHIVED FOR " WS-RP-DATE ":".
           PERFORM 200-LIST-ONE
               VARYING ARC-IDX FROM 1 BY 1
               UNTIL ARC-IDX > WS-ARC-COUNT.

           DISPLAY "Report number to reprint (0 = none): ".
           ACCEPT WS-RP-CHOICE.
           IF WS-RP-CHOICE = 0
               PERFORM RUNLOG-END-RTN
               GOBACK
           END-IF.
           IF WS-RP-CHOICE > WS-ARC-COUNT
               DISPLAY "SPOOL-REPRINT: *** NO REPORT NUMBER "
                   WS-RP-CHOICE ". ***"
               MOVE 8 TO RETURN-CODE
               PERFORM RUNLOG-END-RTN
               GOBACK
           END-IF.
           SET ARC-IDX TO WS-RP-CHOICE.

      * a report with no headings is one page
           DISPLAY "From page (0 = first): ".
           ACCEPT WS-RP-FROM.
           DISPLAY "To page (0 = last): ".
           ACCEPT WS-RP-TO.
           IF WS-RP-FROM = 0
               MOVE 1 TO WS-RP-FROM
           END-IF.
           IF WS-RP-TO = 0 OR WS-RP-TO > AT-PAGES(ARC-IDX)
               MOVE AT-PAGES(ARC-IDX) TO WS-RP-TO
           END-IF.
           IF WS-RP-FROM > WS-RP-TO
               DISPLAY "SPOOL-REPRINT: *** " AT-REPORT(ARC-IDX)
                   " HAS " AT-PAGES(ARC-IDX) " PAGE(S) - NOTHING "
                   "FROM PAGE " WS-RP-FROM ". ***"
               MOVE 8 TO RETURN-CODE
               PERFORM RUNLOG-END-RTN
               GOBACK
           END-IF.

           MOVE AT-ARCHIVE(ARC-IDX) TO WS-SPL-NAME.
           MOVE AT-WIDTH(ARC-IDX) TO WS-SPL-WIDTH.
           PERFORM SPOOL-OPEN-RTN.
           IF WS-SPL-STATUS NOT = "00"
               DISPLAY "SPOOL-REPRINT: *** ARCHIVE COPY "
                   WS-SPL-NAME " IS NOT ON DISK. ***"
               MOVE 8 TO RETURN-CODE
               PERFORM RUNLOG-END-RTN
               GOBACK
           END-IF.

           OPEN OUTPUT REPRINT-FILE.
           PERFORM 300-COPY-ONE-LINE UNTIL WS-SPL-EOF = 'Y'.
           CLOSE SPOOL-FILE.
           CLOSE REPRINT-FILE.

           MOVE WS-RP-LINES TO WS-RUNLOG-COUNT.
           PERFORM RUNLOG-END-RTN.
           DISPLAY "SPOOL-REPRINT: " AT-REPORT(ARC-IDX) " OF "
               WS-RP-DATE " PAGES " WS-RP-FROM " TO " WS-RP-TO
               " - " WS-RP-LINES " LINE(S) TO REPRINT.OUT.".
           GOBACK.

      * shared run-log paragraphs
           COPY RUNLOGRTN
               REPLACING ==RUNLOG-PROGNAME== BY =="SPOOL-REPRINT"==.

      * shared spool-reader paragraphs
           COPY SPOOLRTN.

       100-LOAD-INDEX.
           MOVE 'N' TO WS-RP-EOF.
           OPEN INPUT SPLIDX-FILE.
           IF WS-SPX-STATUS NOT = "35"
               PERFORM 110-READ-ONE-INDEX UNTIL WS-RP-EOF = 'Y'
               CLOSE SPLIDX-FILE
           END-IF.

       110-READ-ONE-INDEX.
           READ SPLIDX-FILE
               AT END MOVE 'Y' TO WS-RP-EOF
               NOT AT END
                   IF SX-DATE = WS-RP-DATE
                       PERFORM 120-TAKE-ONE-INDEX
                   END-IF
           END-READ.

       120-TAKE-ONE-INDEX.
           IF WS-ARC-COUNT < 300
               ADD 1 TO WS-ARC-COUNT
               SET ARC-IDX TO WS-ARC-COUNT
               MOVE SX-REPORT TO AT-REPORT(ARC-IDX)
               MOVE SX-PROGRAM TO AT-PROGRAM(ARC-IDX)
               MOVE SX-ARCHIVE TO AT-ARCHIVE(ARC-IDX)
               MOVE SX-WIDTH TO AT-WIDTH(ARC-IDX)
               MOVE SX-PAGES TO AT-PAGES(ARC-IDX)
               MOVE SX-LINES TO AT-LINES(ARC-IDX)
               MOVE SX-OPER TO AT-OPER(ARC-IDX)
           ELSE
               MOVE 'Y' TO WS-RP-OVFL-SW
           END-IF.

       200-LIST-ONE.
           SET WS-RP-NO TO ARC-IDX.
           MOVE WS-RP-NO TO LL-NO.
           MOVE AT-REPORT(ARC-IDX) TO LL-REPORT.
           MOVE AT-PROGRAM(ARC-IDX) TO LL-PROGRAM.
           MOVE AT-PAGES(ARC-IDX) TO LL-PAGES.
           MOVE AT-LINES(ARC-IDX) TO LL-LINES.
           MOVE AT-OPER(ARC-IDX) TO LL-OPER.
           DISPLAY WS-LIST-LINE.

      * lines outside the page range are read past, not
      *written
       300-COPY-ONE-LINE.
           PERFORM SPOOL-LINE-RTN.
           IF WS-SPL-GOT-SW = 'Y'
               AND WS-SPL-PAGE NOT < WS-RP-FROM
               AND WS-SPL-PAGE NOT > WS-RP-TO
               ADD 1 TO WS-RP-LINES
               PERFORM 310-WRITE-ONE-PIECE
                   VARYING WS-RP-PIECE FROM 1 BY 1
                   UNTIL WS-RP-PIECE > WS-SPL-PIECES
           END-IF.

       310-WRITE-ONE-PIECE.
           COMPUTE WS-RP-POS = (WS-RP-PIECE - 1) * 10 + 1.
           MOVE WS-SPL-LINE(WS-RP-POS:10) TO REPRINT-PIECE.
           WRITE REPRINT-PIECE.
