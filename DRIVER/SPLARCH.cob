       IDENTIFICATION DIVISION.
       PROGRAM-ID. SPOOL-ARCHIVE.
      *AUTHOR.     LAWRENCE PANES.
      *
      *MODIFICATION HISTORY:
      *2026-10-15  LP  New program - end-of-night report spool
      *                archive. Every report program overwrites its
      *                spool each night, so last Tuesday's pack was
      *                gone by Wednesday; this run copies every
      *                spool a program printed for the business date
      *                (REPORT.OUT, the BRxx.OUT packs off the branch
      *                master, GLTRIAL.OUT, DEPMIX.OUT and the rest)
      *                to a dated archive copy (<spool>.<yyyymmdd>)
      *                and appends an index record to SPOOLIDX:
      *                program, report, business date, page and line
      *                counts, and the operator the program ran
      *                under. A spool is taken only when its program
      *                logged an END on RUNLOG.TXT for the business
      *                date, so last week's leftover is never filed
      *                as tonight's; the nine reports that do not
      *                log are taken whenever they are on disk. A
      *                report already indexed for the date is left
      *                alone, so the run can be repeated. SPOOL-
      *                REPRINT lists and reprints from the archive.
      *2026-10-15  LP  JRNLARCH.OUT, the month-end journal archiving
      *                control totals, is filed with the rest.
      *2026-10-15  LP  And PENDRPT.OUT, the maker-checker exceptions.
      *2026-10-15  LP  And the cashier's two: TUITASMT.OUT, the term's
      *                tuition assessment, and TUITCOLL.OUT, the
      *                collections report.
      *2026-10-15  LP  And SECTFILL.OUT, the section-fill report.
      *2026-10-15  LP  And the registrar's GRDSHEET.OUT grade sheets
      *                and GRDDELQ.OUT grade delinquency report.
      *2026-10-15  LP  And GWACOMP.OUT, the GWA listing.
      *2026-10-15  LP  And DEGAUDIT.OUT, the degree audit.
      *2026-10-15  LP  And GRDCHRPT.OUT, the term's grade changes.
      *2026-10-15  LP  And ATTWARN.OUT, the absence warning list.
      *2026-10-15  LP  And the term-end ACADREV.OUT standing review
      *                with its ACADLTR.OUT letters.
      *2026-10-15  LP  And COHORT.OUT, the cohort retention report.
      *2026-10-15  LP  And BRDTRC.OUT, the licensure exam tracer,
      *                with its BRDRVW.OUT review list.
      *2026-10-15  LP  And LICMNTH.OUT, the month-end license
      *                expiry and renewal reminder list.
      *2026-10-15  LP  And PRCSLIP.OUT, the board exam admission
      *                slips.
      *2026-10-15  LP  And ADAGING.OUT and ADSTMT.OUT, the
      *                advertising receivables aging and statements.
      *2026-10-15  LP  And ADAVAIL.OUT, the commercial avails report.
      *2026-10-15  LP  And ADMKGD.OUT, the make-good register.
      *2026-10-15  LP  And EVACSIT.OUT, the evacuation situation
      *                report.
      *2026-10-15  LP  And CALAMITY.OUT, the calamity relief list.
      *2026-10-15  LP  And STKREORD.OUT and STKVAL.OUT, the stock
      *                reorder list and month-end valuation.
      *2026-10-15  LP  And COMMPAY.OUT, the commission payout
      *                register and cheque list.
      *2026-10-15  LP  And the six spools whose programs do not log:
      *                CUSTORPH.OUT, LOANSCHD.OUT, GRDPOST.OUT,
      *                PROMOTE.OUT, STUAUDIT.RPT and RLOGSUMM.RPT,
      *                taken whenever they are on disk.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * shared run-log, read for tonight's END entries
           COPY RUNLOGSL.
      * the spool being archived and the archive index
           COPY SPOOLSL.
      * the branch master, for the BRxx.OUT pack names
           COPY BRMSTSL.

           SELECT ARCHIVE-FILE ASSIGN USING WS-ARC-NAME
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ARC-STATUS.

       DATA DIVISION.
       FILE SECTION.
           COPY RUNLOGFD.
           COPY SPOOLFD.
           COPY BRMSTFD.

       FD  ARCHIVE-FILE
           LABEL RECORD IS OMITTED.
       01  ARCHIVE-PIECE    PIC X(10).

       WORKING-STORAGE SECTION.
      * shared run-log working-storage
           COPY RUNLOGWS.
      * shared spool-reader working-storage
           COPY SPOOLWS.
      * shared branch-master working-storage
           COPY BRMSTWS.

       01  WS-ARC-STATUS    PIC XX VALUE SPACES.
       01  WS-ARC-EOF       PIC X VALUE 'N'.
       01  WS-ARC-OVFL-SW   PIC X VALUE 'N'.
       01  WS-ARC-NAME      PIC X(24) VALUE SPACES.
       01  WS-ARC-PIECE     PIC 99 VALUE 0.
       01  WS-ARC-POS       PIC 9(3) VALUE 0.
       01  WS-ARC-TIME      PIC 9(8) VALUE 0.
       01  WS-CAT-NO        PIC 99 VALUE 0.

      * the spool in hand: its name, the program that prints
      *it, whether that program logs its runs, and who ran it
       01  WS-ARC-REPORT    PIC X(12) VALUE SPACES.
       01  WS-ARC-PROGRAM   PIC X(15) VALUE SPACES.
       01  WS-ARC-LOGS      PIC X VALUE 'Y'.
       01  WS-ARC-PACK-SW   PIC X VALUE 'N'.
       01  WS-ARC-RAN-SW    PIC X VALUE 'N'.
       01  WS-ARC-DONE-SW   PIC X VALUE 'N'.
       01  WS-ARC-OPER      PIC X(8) VALUE SPACES.

       01  WS-COUNTS.
           05 WS-ARCHIVED   PIC 9(4) VALUE 0.
           05 WS-NOT-RUN    PIC 9(4) VALUE 0.
           05 WS-ALREADY    PIC 9(4) VALUE 0.
           05 WS-MISSING    PIC 9(4) VALUE 0.

      * every spool a report program prints, one slot per
      *spool: name, program, line width, and 'N' where the
      *program keeps no run-log entries; the branch packs
      *come off the branch master instead
       01  WS-CATALOG-NAMES.
           02 FILLER PIC X(31) VALUE "ACCRUE.OUT  INT-ACCRUE     080Y".
           02 FILLER PIC X(31) VALUE "ACCRCAP.OUT INT-CAPITALIZE 080Y".
           02 FILLER PIC X(31) VALUE "ACCTCKRP.OUTACCT-CHECK-SCAN080Y".
           02 FILLER PIC X(31) VALUE "REPORT.OUT  BANK-REPORT    080Y".
           02 FILLER PIC X(31) VALUE "CASEAGE.OUT CASE-AGING     080Y".
           02 FILLER PIC X(31) VALUE "CHQMATUR.OUTCHEQUE-MATURE  080Y".
           02 FILLER PIC X(31) VALUE "RETCHQ.OUT  CHEQUE-MATURE  080Y".
           02 FILLER PIC X(31) VALUE "CUSTDUP.OUT CUST-DUP-MATCH 080Y".
           02 FILLER PIC X(31) VALUE "CUSTHOLD.OUTCUST-HOLDINGS  080Y".
           02 FILLER PIC X(31) VALUE "CUSTSTMT.OUTCUST-STATEMENT 080Y".
           02 FILLER PIC X(31) VALUE "DEPINS.OUT  DEP-INSURANCE  080Y".
           02 FILLER PIC X(31) VALUE "DEPMIX.OUT  DEPOSIT-MIX    080Y".
           02 FILLER PIC X(31) VALUE "GLCLOSE.OUT GL-CLOSE       080Y".
           02 FILLER PIC X(31) VALUE "GLTRIAL.OUT GL-POST        080Y".
           02 FILLER PIC X(31) VALUE "GLRECON.OUT GL-RECON       080Y".
           02 FILLER PIC X(31) VALUE "HOLDREG.OUT HOLD-REGISTER  080Y".
           02 FILLER PIC X(31) VALUE "IBSETTLE.OUTBRANCH-SETTLE  080Y".
           02 FILLER PIC X(31) VALUE "KYCRPT.OUT  KYC-REPORT     080Y".
           02 FILLER PIC X(31) VALUE "LOANAGE.OUT LOAN-AGING     080Y".
           02 FILLER PIC X(31) VALUE "LRGTRN.OUT  LARGE-TRANS    080Y".
           02 FILLER PIC X(31) VALUE "PAYIMP.OUT  PAYROLL-IMPORT 080Y".
           02 FILLER PIC X(31) VALUE "MAILMAN.OUT STMT-DIST      080Y".
           02 FILLER PIC X(31) VALUE "MAILLBL.OUT STMT-DIST      040Y".
           02 FILLER PIC X(31) VALUE "SVCCHG.OUT  SVC-CHARGE     080Y".
           02 FILLER PIC X(31) VALUE "SWSETL.OUT  SWITCH-IMPORT  080Y".
           02 FILLER PIC X(31) VALUE "TAXCERT.OUT TAX-CERTIFICATE080Y".
           02 FILLER PIC X(31) VALUE "TDMATUR.OUT TD-MATURE      080Y".
           02 FILLER PIC X(31) VALUE "TRNINQ.OUT  TRANS-INQUIRY  080Y".
           02 FILLER PIC X(31) VALUE "WLHITS.OUT  WATCH-SCREEN   080Y".
           02 FILLER PIC X(31) VALUE "DRAWRPT.OUT TELLER-BALANCE 080Y".
           02 FILLER PIC X(31) VALUE "FXPOS.OUT   FX-POSITION    080Y".
           02 FILLER PIC X(31) VALUE "FXREVAL.OUT FX-REVAL       080Y".
           02 FILLER PIC X(31) VALUE "PANESBRC.OUTPANES-BR-CONV  080Y".
           02 FILLER PIC X(31) VALUE "RECON.OUT   PANES-RECON    080Y".
           02 FILLER PIC X(31) VALUE "PASSBOOK.OUTPASSBOOK       080Y".
           02 FILLER PIC X(31) VALUE "JRNLARCH.OUTJRNL-ARCHIVE   080Y".
           02 FILLER PIC X(31) VALUE "AUDIT.OUT   AUDIT-REPORT   100Y".
           02 FILLER PIC X(31) VALUE "PENDRPT.OUT PEND-REPORT    100Y".
           02 FILLER PIC X(31) VALUE "CENSTRND.OUTCENSUS-TREND   090Y".
           02 FILLER PIC X(31) VALUE "SALETRND.OUTSALES-TREND    090Y".
           02 FILLER PIC X(31) VALUE "PRCTRND.OUT PRC-TREND      080Y".
           02 FILLER PIC X(31) VALUE "WSPCLIM.OUT WSP-CLIMATOLOGY080Y".
           02 FILLER PIC X(31) VALUE "WSPLIFE.OUT STORM-LIFECYCLE080Y".
           02 FILLER PIC X(31) VALUE "CLASSLST.OUTCLASS-LIST     080Y".
           02 FILLER PIC X(31) VALUE "HONORS.OUT  HONORS-LIST    080Y".
           02 FILLER PIC X(31) VALUE "STUMERGE.RPTSTU-MERGE      090Y".
           02 FILLER PIC X(31) VALUE "TRNSCRPT.OUTTRANSCRIPT     080Y".
           02 FILLER PIC X(31) VALUE "TUITASMT.OUTTUITION-ASSESS 080Y".
           02 FILLER PIC X(31) VALUE "TUITCOLL.OUTTUITION-COLLECT080Y".
           02 FILLER PIC X(31) VALUE "SECTFILL.OUTSECTION-FILL   080Y".
           02 FILLER PIC X(31) VALUE "GRDSHEET.OUTGRADE-SHEET    080Y".
           02 FILLER PIC X(31) VALUE "GRDDELQ.OUT GRADE-DELINQ   080Y".
           02 FILLER PIC X(31) VALUE "GWACOMP.OUT GWA-COMPUTE    080Y".
           02 FILLER PIC X(31) VALUE "DEGAUDIT.OUTDEGREE-AUDIT   080Y".
           02 FILLER PIC X(31) VALUE "GRDCHRPT.OUTGRADE-CHG-RPT  080Y".
           02 FILLER PIC X(31) VALUE "ATTWARN.OUT ATTEND-WARN    080Y".
           02 FILLER PIC X(31) VALUE "ACADREV.OUT ACAD-REVIEW    080Y".
           02 FILLER PIC X(31) VALUE "ACADLTR.OUT ACAD-REVIEW    080Y".
           02 FILLER PIC X(31) VALUE "COHORT.OUT  COHORT-RETAIN  080Y".
           02 FILLER PIC X(31) VALUE "BRDTRC.OUT  BOARD-TRACER   080Y".
           02 FILLER PIC X(31) VALUE "BRDRVW.OUT  BOARD-TRACER   080Y".
           02 FILLER PIC X(31) VALUE "LICMNTH.OUT LICENSE-MONTHLY080Y".
           02 FILLER PIC X(31) VALUE "PRCSLIP.OUT PRC-APPLY      080Y".
           02 FILLER PIC X(31) VALUE "INVOICES.OUTAD-BOOKING     080Y".
           02 FILLER PIC X(31) VALUE "BILLREG.OUT AD-BOOKING     080Y".
           02 FILLER PIC X(31) VALUE "ADAGING.OUT AD-AGING       080Y".
           02 FILLER PIC X(31) VALUE "ADSTMT.OUT  AD-AGING       080Y".
           02 FILLER PIC X(31) VALUE "ADAVAIL.OUT AD-AVAILS      080Y".
           02 FILLER PIC X(31) VALUE "ADMKGD.OUT  AD-MAKEGOOD    080Y".
           02 FILLER PIC X(31) VALUE "EVACSIT.OUT WSP-SITREP     080Y".
           02 FILLER PIC X(31) VALUE "CALAMITY.OUTWSP-RELIEF     080Y".
           02 FILLER PIC X(31) VALUE "STKREORD.OUTSTOCK-REORDER  100Y".
           02 FILLER PIC X(31) VALUE "STKVAL.OUT  STOCK-VALUATION130Y".
           02 FILLER PIC X(31) VALUE "COMMPAY.OUT COMM-PAYOUT    080Y".
           02 FILLER PIC X(31) VALUE "CUSTORPH.OUTCUST-MAINT     080N".
           02 FILLER PIC X(31) VALUE "LOANSCHD.OUTLOAN-MAINT     080N".
           02 FILLER PIC X(31) VALUE "GRDPOST.OUT GRADE-POST     080N".
           02 FILLER PIC X(31) VALUE "PROMOTE.OUT PROMOTE-RUN    080N".
           02 FILLER PIC X(31) VALUE "STUAUDIT.RPTSTU-AUDIT-REPOR120N".
           02 FILLER PIC X(31) VALUE "RLOGSUMM.RPTRUNLOG-ROTATE  080N".
           02 FILLER PIC X(31) VALUE "ALERTS.RPT  ALERT-REPORT   100N".
           02 FILLER PIC X(31) VALUE "CTLBAL.RPT  CONTROL-BALANCE090N".
           02 FILLER PIC X(31) VALUE "RUNLOG.RPT  RUNLOG-REPORT  090N".
       01  WS-CATALOG REDEFINES WS-CATALOG-NAMES.
           02 WS-CAT-ENTRY OCCURS 83 TIMES.
              03 CT-REPORT  PIC X(12).
              03 CT-PROGRAM PIC X(15).
              03 CT-WIDTH   PIC 9(3).
              03 CT-LOGS    PIC X.

      * the programs that logged an END for the business
      *date, with the operator of the last such run
       01  WS-RAN-TABLE.
           05 WS-RAN-COUNT  PIC 9(3) VALUE 0.
           05 WS-RAN-ENTRY OCCURS 300 TIMES INDEXED BY RAN-IDX.
              10 RT-PROGRAM PIC X(15).
              10 RT-OPER    PIC X(8).
       01  WS-RAN-HIT       PIC 9(3) VALUE 0.

      * the spools already indexed for the business date
       01  WS-DONE-TABLE.
           05 WS-DONE-COUNT PIC 9(3) VALUE 0.
           05 WS-DONE-REPORT PIC X(12) OCCURS 300 TIMES
                             INDEXED BY DONE-IDX.

       PROCEDURE DIVISION.
       000-MAIN-LOGIC.
           PERFORM RUNLOG-START-RTN.

      * a short table would file some spools and quietly
      *skip the rest - archive nothing
           PERFORM BRMAST-LOAD-RTN.
           PERFORM 100-LOAD-RUNS.
           PERFORM 150-LOAD-INDEX.
           IF WS-BRM-OVFL-SW = 'Y' OR WS-ARC-OVFL-SW = 'Y'
               DISPLAY "SPOOL-ARCHIVE: *** BRMAST, RUNLOG.TXT OR "
                   "SPOOLIDX TOO LARGE FOR THE WORK TABLES. ***"
               DISPLAY "SPOOL-ARCHIVE: NOTHING ARCHIVED."
               MOVE 8 TO RETURN-CODE
               PERFORM RUNLOG-END-RTN
               GOBACK
           END-IF.

           PERFORM 200-ARCHIVE-CATALOG
               VARYING WS-CAT-NO FROM 1 BY 1 UNTIL WS-CAT-NO > 83.
           PERFORM 250-ARCHIVE-BRANCH
               VARYING BM-IDX FROM 1 BY 1
               UNTIL BM-IDX > WS-BRM-COUNT.

           MOVE WS-ARCHIVED TO WS-RUNLOG-COUNT.
           PERFORM RUNLOG-END-RTN.
           DISPLAY "SPOOL-ARCHIVE: " WS-ARCHIVED " ARCHIVED FOR "
               WS-RUNLOG-DATE ", " WS-ALREADY " ALREADY ON FILE, "
               WS-NOT-RUN " NOT RUN, " WS-MISSING " MISSING.".
      * a program that ran but left no spool is worth a look
           IF WS-MISSING > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
           GOBACK.

      * shared run-log paragraphs
           COPY RUNLOGRTN
               REPLACING ==RUNLOG-PROGNAME== BY =="SPOOL-ARCHIVE"==.

      * shared spool-reader paragraphs
           COPY SPOOLRTN.

      * shared branch-master paragraphs
           COPY BRMSTRTN.

       100-LOAD-RUNS.
           MOVE 'N' TO WS-ARC-EOF.
           OPEN INPUT RUN-LOG-FILE.
           IF WS-RUNLOG-STATUS NOT = "35"
               PERFORM 110-READ-ONE-RUN UNTIL WS-ARC-EOF = 'Y'
               CLOSE RUN-LOG-FILE
           END-IF.

       110-READ-ONE-RUN.
           READ RUN-LOG-FILE
               AT END MOVE 'Y' TO WS-ARC-EOF
               NOT AT END
                   IF RL-EVENT = "END  "
                       AND RL-DATE = WS-RUNLOG-DATE
                       PERFORM 120-TAKE-ONE-RUN
                   END-IF
           END-READ.

       120-TAKE-ONE-RUN.
           MOVE RL-PROGRAM TO WS-ARC-PROGRAM.
           PERFORM 130-FIND-RUN.
           IF WS-RAN-HIT > 0
               SET RAN-IDX TO WS-RAN-HIT
               MOVE RL-OPER TO RT-OPER(RAN-IDX)
           ELSE
               IF WS-RAN-COUNT < 300
                   ADD 1 TO WS-RAN-COUNT
                   SET RAN-IDX TO WS-RAN-COUNT
                   MOVE RL-PROGRAM TO RT-PROGRAM(RAN-IDX)
                   MOVE RL-OPER TO RT-OPER(RAN-IDX)
               ELSE
                   MOVE 'Y' TO WS-ARC-OVFL-SW
               END-IF
           END-IF.

       130-FIND-RUN.
           MOVE 0 TO WS-RAN-HIT.
           PERFORM 135-CHECK-ONE-RUN
               VARYING RAN-IDX FROM 1 BY 1
               UNTIL RAN-IDX > WS-RAN-COUNT OR WS-RAN-HIT > 0.

       135-CHECK-ONE-RUN.
           IF RT-PROGRAM(RAN-IDX) = WS-ARC-PROGRAM
               SET WS-RAN-HIT TO RAN-IDX
           END-IF.

       150-LOAD-INDEX.
           MOVE 'N' TO WS-ARC-EOF.
           OPEN INPUT SPLIDX-FILE.
           IF WS-SPX-STATUS NOT = "35"
               PERFORM 160-READ-ONE-INDEX UNTIL WS-ARC-EOF = 'Y'
               CLOSE SPLIDX-FILE
           END-IF.

       160-READ-ONE-INDEX.
           READ SPLIDX-FILE
               AT END MOVE 'Y' TO WS-ARC-EOF
               NOT AT END
                   IF SX-DATE = WS-RUNLOG-DATE
                       MOVE SX-REPORT TO WS-ARC-REPORT
                       PERFORM 170-NOTE-DONE
                   END-IF
           END-READ.

       170-NOTE-DONE.
           IF WS-DONE-COUNT < 300
               ADD 1 TO WS-DONE-COUNT
               SET DONE-IDX TO WS-DONE-COUNT
               MOVE WS-ARC-REPORT TO WS-DONE-REPORT(DONE-IDX)
           ELSE
               MOVE 'Y' TO WS-ARC-OVFL-SW
           END-IF.

       200-ARCHIVE-CATALOG.
           MOVE CT-REPORT(WS-CAT-NO) TO WS-ARC-REPORT.
           MOVE CT-PROGRAM(WS-CAT-NO) TO WS-ARC-PROGRAM.
           MOVE CT-WIDTH(WS-CAT-NO) TO WS-SPL-WIDTH.
           MOVE CT-LOGS(WS-CAT-NO) TO WS-ARC-LOGS.
           MOVE 'N' TO WS-ARC-PACK-SW.
           PERFORM 300-ARCHIVE-ONE THRU 300-EXIT.

      * BANK-REPORT's per-branch statement packs - a branch
      *with nothing to print has no pack, which is no fault
       250-ARCHIVE-BRANCH.
           MOVE SPACES TO WS-ARC-REPORT.
           STRING "BR" BMT-CODE(BM-IDX) ".OUT"
               DELIMITED BY SIZE INTO WS-ARC-REPORT
           END-STRING.
           MOVE "BANK-REPORT" TO WS-ARC-PROGRAM.
           MOVE 80 TO WS-SPL-WIDTH.
           MOVE 'Y' TO WS-ARC-LOGS.
           MOVE 'Y' TO WS-ARC-PACK-SW.
           PERFORM 300-ARCHIVE-ONE THRU 300-EXIT.

      * one spool: copied piece for piece to its dated name,
      *counted as it goes, then indexed
       300-ARCHIVE-ONE.
           PERFORM 130-FIND-RUN.
           IF WS-RAN-HIT > 0
               SET RAN-IDX TO WS-RAN-HIT
               MOVE RT-OPER(RAN-IDX) TO WS-ARC-OPER
           ELSE
               IF WS-ARC-LOGS = 'Y'
                   ADD 1 TO WS-NOT-RUN
                   GO TO 300-EXIT
               END-IF
               MOVE WS-RUNLOG-OPER TO WS-ARC-OPER
           END-IF.

           MOVE 'N' TO WS-ARC-DONE-SW.
           PERFORM 310-CHECK-ONE-DONE
               VARYING DONE-IDX FROM 1 BY 1
               UNTIL DONE-IDX > WS-DONE-COUNT.
           IF WS-ARC-DONE-SW = 'Y'
               ADD 1 TO WS-ALREADY
               GO TO 300-EXIT
           END-IF.

           MOVE WS-ARC-REPORT TO WS-SPL-NAME.
           PERFORM SPOOL-OPEN-RTN.
           IF WS-SPL-STATUS NOT = "00"
               IF WS-ARC-LOGS = 'Y' AND WS-ARC-PACK-SW = 'N'
                   DISPLAY "SPOOL-ARCHIVE: " WS-ARC-PROGRAM
                       " RAN BUT " WS-ARC-REPORT " IS NOT ON DISK."
                   ADD 1 TO WS-MISSING
               END-IF
               GO TO 300-EXIT
           END-IF.

           MOVE SPACES TO WS-ARC-NAME.
           STRING WS-ARC-REPORT DELIMITED BY SPACE
                  "." DELIMITED BY SIZE
                  WS-RUNLOG-DATE DELIMITED BY SIZE
               INTO WS-ARC-NAME
           END-STRING.
           OPEN OUTPUT ARCHIVE-FILE.
           PERFORM 320-COPY-ONE-LINE UNTIL WS-SPL-EOF = 'Y'.
           CLOSE SPOOL-FILE.
           CLOSE ARCHIVE-FILE.

           OPEN EXTEND SPLIDX-FILE.
           IF WS-SPX-STATUS = "35"
               OPEN OUTPUT SPLIDX-FILE
           END-IF.
           ACCEPT WS-ARC-TIME FROM TIME.
           MOVE WS-RUNLOG-DATE TO SX-DATE.
           MOVE WS-ARC-REPORT TO SX-REPORT.
           MOVE WS-ARC-PROGRAM TO SX-PROGRAM.
           MOVE WS-ARC-NAME TO SX-ARCHIVE.
           MOVE WS-SPL-WIDTH TO SX-WIDTH.
           IF WS-SPL-LINES = 0
               MOVE 0 TO SX-PAGES
           ELSE
               MOVE WS-SPL-PAGE TO SX-PAGES
           END-IF.
           MOVE WS-SPL-LINES TO SX-LINES.
           MOVE WS-ARC-OPER TO SX-OPER.
           MOVE WS-ARC-TIME TO SX-TIME.
           WRITE SPLIDX-REC.
           CLOSE SPLIDX-FILE.

           PERFORM 170-NOTE-DONE.
           ADD 1 TO WS-ARCHIVED.
           DISPLAY "SPOOL-ARCHIVE: " WS-ARC-REPORT " TO "
               WS-ARC-NAME " - " SX-PAGES " PAGE(S), " SX-LINES
               " LINE(S).".
       300-EXIT.
           EXIT.

       310-CHECK-ONE-DONE.
           IF WS-DONE-REPORT(DONE-IDX) = WS-ARC-REPORT
               MOVE 'Y' TO WS-ARC-DONE-SW
           END-IF.

       320-COPY-ONE-LINE.
           PERFORM SPOOL-LINE-RTN.
           IF WS-SPL-GOT-SW = 'Y'
               PERFORM 330-WRITE-ONE-PIECE
                   VARYING WS-ARC-PIECE FROM 1 BY 1
                   UNTIL WS-ARC-PIECE > WS-SPL-PIECES
           END-IF.

       330-WRITE-ONE-PIECE.
           COMPUTE WS-ARC-POS = (WS-ARC-PIECE - 1) * 10 + 1.
           MOVE WS-SPL-LINE(WS-ARC-POS:10) TO ARCHIVE-PIECE.
           WRITE ARCHIVE-PIECE.
