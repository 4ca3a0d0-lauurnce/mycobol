      *                PANES book (savings/checking/Dollar, the
      *                Dollar figure native), each with counts and
      *                totals.
      *2026-10-15  LP  The per-branch lines now name each branch off
      *                the shared branch master (BRMAST) beside its
      *                code; a code not on the master prints as NOT
      *                ON MASTER. The branch table holds fifty
      *                codes, the size of the master.
      *2026-10-15  LP  PANES is now indexed with one current record
      *                per account; the type mix is tallied straight
      *                off it in key order, without the
      *                hundred-account table.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               FILE STATUS IS WS-MAST-STATUS.

           SELECT PANES-FILE ASSIGN TO "PANES"
               ORGANIZATION IS INDEXED
               ACCESS IS SEQUENTIAL
               RECORD KEY IS FILE-ACCT-NUM
               FILE STATUS IS WS-PANES-STATUS.

           SELECT REPORT-FILE ASSIGN TO "DEPMIX.OUT"

      * shared run-log written alongside the analysis
           COPY RUNLOGSL.
      * shared branch master
           COPY BRMSTSL.

       DATA DIVISION.
       FILE SECTION.
       01  PRINT-LINE           PIC X(80).

           COPY RUNLOGFD.
           COPY BRMSTFD.

       WORKING-STORAGE SECTION.
      * shared run-log working-storage
           COPY RUNLOGWS.
      * shared branch-master working-storage
           COPY BRMSTWS.

      * shared validation-loop switches
           COPY VALSW.
      *code seen on the master
       01  WS-BRANCH-TABLE.
           05 WS-BRANCH-COUNT   PIC 99 VALUE 0.
           05 WS-BRANCH-ENTRY OCCURS 50 TIMES INDEXED BY BR-IDX.
              10 BT-CODE        PIC X(2).
              10 BT-COUNT       PIC 9(5).
              10 BT-TOTAL       PIC S9(12)V99.
       01  WS-BRANCH-HIT        PIC 99 VALUE 0.

      * the account-type mix off the PANES book, current
      *record per account
       01  WS-TYPE-COUNT PIC 9(5) OCCURS 3 TIMES VALUE 0.
       01  WS-TYPE-TOTAL PIC S9(13)V99 OCCURS 3 TIMES VALUE 0.
       01  WS-TYPE-IDX   PIC 9 VALUE 0.
       01  WS-TYPE-NAME REDEFINES WS-TYPE-NAMES-TABLE
               PIC X(16) OCCURS 3 TIMES.

       01  HEADING-1.
           05 FILLER            PIC X(32) VALUE SPACES.
           05 FILLER            PIC X(16) VALUE "China Trust Bank".
       01  BRANCH-LINE.
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 BL-CODE           PIC X(2).
           05 FILLER            PIC X(1)  VALUE SPACES.
           05 BL-NAME           PIC X(15).
           05 FILLER            PIC X(1)  VALUE SPACES.
           05 BL-COUNT          PIC ZZ,ZZ9.
           05 FILLER            PIC X(10) VALUE " acct(s)  ".
           05 BL-TOTAL          PIC Z,ZZZ,ZZZ,ZZ9.99-.
           05 FILLER            PIC X(7)  VALUE "  Avg: ".
           05 BL-AVG            PIC ZZZ,ZZZ,ZZ9.99-.
           05 FILLER            PIC X(4)  VALUE SPACES.

       01  SECTION-3-HDR.
           05 FILLER            PIC X(40) VALUE
       000-MAIN-LOGIC.
           OPEN OUTPUT REPORT-FILE.
           PERFORM RUNLOG-START-RTN.
           PERFORM BRMAST-LOAD-RTN.

           PERFORM 100-SCAN-MASTER.
           PERFORM 200-SCAN-PANES.

           PERFORM 300-PRINT-REPORT.

           COPY RUNLOGRTN
               REPLACING ==RUNLOG-PROGNAME== BY =="DEPOSIT-MIX"==.

      * shared branch-master paragraphs
           COPY BRMSTRTN.

       100-SCAN-MASTER.
           OPEN INPUT ACCT-MASTER.
           IF WS-MAST-STATUS = "35"
           PERFORM 131-FIND-ONE-BR
               VARYING BR-IDX FROM 1 BY 1
               UNTIL BR-IDX > WS-BRANCH-COUNT OR WS-FOUND-SW = 'Y'.
           IF WS-BRANCH-HIT = 0 AND WS-BRANCH-COUNT < 50
               ADD 1 TO WS-BRANCH-COUNT
               MOVE WS-BRANCH-COUNT TO WS-BRANCH-HIT
               SET BR-IDX TO WS-BRANCH-HIT
               MOVE BR-IDX TO WS-BRANCH-HIT
           END-IF.

      * PANES holds one current record per account; each is
      *tallied as it is read
       200-SCAN-PANES.
           OPEN INPUT PANES-FILE.
           IF WS-PANES-STATUS = "35"
       210-LOAD-ONE-PANES.
           READ PANES-FILE
               AT END MOVE 'Y' TO WS-PANES-EOF
               NOT AT END PERFORM 250-TALLY-ONE-PANES
           END-READ.

       250-TALLY-ONE-PANES.
           EVALUATE FILE-ACCT-TYPE
               WHEN 'S' MOVE 1 TO WS-TYPE-IDX
               WHEN 'C' MOVE 2 TO WS-TYPE-IDX
               WHEN 'D' MOVE 3 TO WS-TYPE-IDX
               WHEN OTHER MOVE 1 TO WS-TYPE-IDX
           END-EVALUATE.
           ADD 1 TO WS-TYPE-COUNT(WS-TYPE-IDX).
           ADD FILE-BAL TO WS-TYPE-TOTAL(WS-TYPE-IDX).

       300-PRINT-REPORT.
           WRITE PRINT-LINE FROM HEADING-1.

       320-PRINT-ONE-BRANCH.
           MOVE BT-CODE(BR-IDX) TO BL-CODE.
           MOVE BT-CODE(BR-IDX) TO WS-BRM-WANTED.
           PERFORM BRMAST-FIND-RTN.
           MOVE WS-BRM-NAME TO BL-NAME.
           MOVE BT-COUNT(BR-IDX) TO BL-COUNT.
           MOVE BT-TOTAL(BR-IDX) TO BL-TOTAL.
           IF BT-COUNT(BR-IDX) > 0
