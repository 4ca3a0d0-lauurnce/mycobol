       IDENTIFICATION DIVISION.
       PROGRAM-ID. WSP-RELIEF.
      *AUTHOR.       LAWRENCE PANES.
      *INSTALLATION. HOME.
      *DATE-WRITTEN. OCTOBER 15, 2026.
      *
      *MODIFICATION HISTORY:
      *2026-10-15  LP  New program - the calamity relief extract.
      *                When a storm of Signal No. 3 or higher strikes,
      *                management declares a payment moratorium for
      *                the customers in the places it struck, and
      *                the branches built the list by hand from the
      *                addresses on CUSTMAST. This run takes the
      *                storm as committed on ECNERWAL, the
      *                sub-regions its Signal No. 3 and higher
      *                bulletins named, and through the CITYMAP city
      *                map REFMAINT keeps finds every customer whose
      *                city lies in one of them. Their ACCTMAST and
      *                PANES accounts and the LOANMAST loans drawn
      *                against those accounts are listed with their
      *                balances by branch to CALAMITY.OUT, and go on
      *                the MORATOR file with the moratorium period,
      *                which SVC-CHARGE, BANK-REPORT's maintenance
      *                fee and LOAN-AGING read to waive their
      *                charges. A storm run again replaces its own
      *                entries, keeping the day it was first
      *                declared.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-PC.
       OBJECT-COMPUTER. IBM-PC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * the storm archive WSP appends to
           SELECT STORM-FILE ASSIGN TO "ECNERWAL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STORM-STATUS.

      * area reference file kept current by REFMAINT
           SELECT AREA-FILE ASSIGN TO "AREAS"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AREA-STATUS.

      * the city map and the branch master
           COPY CITYSL.
           COPY BRMSTSL.

           SELECT CUST-FILE ASSIGN TO "CUSTMAST"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CUST-STATUS.

           SELECT ACCT-MASTER ASSIGN TO "ACCTMAST"
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS MA-ACCT-NO
               FILE STATUS IS WS-MAST-STATUS.

           SELECT PANES-FILE ASSIGN TO "PANES"
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS FILE-ACCT-NUM
               FILE STATUS IS WS-PANES-STATUS.

           SELECT LOAN-MASTER ASSIGN TO "LOANMAST"
               ORGANIZATION IS INDEXED
               ACCESS IS SEQUENTIAL
               RECORD KEY IS LN-LOAN-NO
               FILE STATUS IS WS-LOAN-STATUS.

      * the moratorium file the charging runs read
           COPY MORSL.

           SELECT RPT-FILE ASSIGN TO "CALAMITY.OUT"
               ORGANIZATION IS SEQUENTIAL.

      * shared run-log written alongside the report
           COPY RUNLOGSL.

       DATA DIVISION.
       FILE SECTION.
       FD  STORM-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS STORM-REC.
       01  STORM-REC.
      * shared storm-record layout
           COPY STORMREC.

       FD  AREA-FILE
           LABEL RECORD IS OMITTED
           DATA RECORD IS AREA-REC.
       01  AREA-REC.
           02 ARF-NAME PIC X(10).
           02 ARF-SUBREGION PIC X(20) OCCURS 3 TIMES.

           COPY CITYFD.
           COPY BRMSTFD.

       FD  CUST-FILE.
       01  CUST-REC.
      * shared CUSTMAST record layout
           COPY CUSTREC.

       FD  ACCT-MASTER.
       01  ACCT-MASTER-REC.
      * shared ACCTMAST record layout
           COPY ACCTREC.

       FD  PANES-FILE.
       01  PANES-REC.
      * shared PANES record layout
           COPY PANESREC.

       FD  LOAN-MASTER.
       01  LOAN-REC.
      * shared loan-master layout
           COPY LOANREC.

           COPY MORFD.

       FD  RPT-FILE
           LABEL RECORD IS OMITTED.
       01  PRINT-LINE PIC X(80).

           COPY RUNLOGFD.

       WORKING-STORAGE SECTION.
      * shared run-log working-storage
           COPY RUNLOGWS.
      * shared calendar working-storage
           COPY DATEWS.

      * the city map, the branch master and the moratoria
           COPY CITYWS.
           COPY BRMSTWS.
           COPY MORWS.

       01  WS-STORM-STATUS PIC XX VALUE SPACES.
       01  WS-STORM-EOF    PIC X VALUE 'N'.
       01  WS-AREA-STATUS  PIC XX VALUE SPACES.
       01  WS-AREA-EOF     PIC X VALUE 'N'.
       01  WS-AREA-LOADED  PIC 99 VALUE 0.
       01  WS-CUST-STATUS  PIC XX VALUE SPACES.
       01  WS-CUST-EOF     PIC X VALUE 'N'.
       01  WS-MAST-STATUS  PIC XX VALUE SPACES.
       01  WS-MAST-OPEN    PIC X VALUE 'N'.
       01  WS-PANES-STATUS PIC XX VALUE SPACES.
       01  WS-PANES-OPEN   PIC X VALUE 'N'.
       01  WS-LOAN-STATUS  PIC XX VALUE SPACES.
       01  WS-LOAN-EOF     PIC X VALUE 'N'.
       01  WS-FOUND-SW     PIC X VALUE 'N'.

      * the storm asked for, what ECNERWAL says of it, and the
      *moratorium period
       01  WS-STORM        PIC X(20) VALUE SPACES.
       01  WS-STORM-RECS   PIC 999 VALUE 0.
       01  WS-STORM-TOS    PIC X(20) VALUE SPACES.
       01  WS-MOR-DAYS     PIC 999 VALUE 0.
       01  WS-DAY-NO       PIC 999 VALUE 0.
       01  WS-MOR-FROM     PIC 9(8) VALUE 0.
       01  WS-MOR-TO       PIC 9(8) VALUE 0.

      * the sub-regions the storm's Signal No. 3 and higher
      *bulletins named
       01  WS-SUB-TABLE.
           05 WS-SUB-COUNT PIC 99 VALUE 0.
           05 WS-SUB-ENTRY OCCURS 30 TIMES INDEXED BY SB-IDX.
              10 SB-MATA      PIC X(10).
              10 SB-NAME      PIC X(20).
       01  WS-SUB-HIT      PIC 99 VALUE 0.
       01  WS-SUB-OVFL-SW  PIC X VALUE 'N'.

      * which cities on the map lie in a struck sub-region,
      *parallel to the city table
       01  WS-CITY-AFF-TABLE.
           05 WS-CITY-AFF-SW PIC X OCCURS 400 TIMES.
       01  WS-CITY-NAME    PIC X(15) VALUE SPACES.
       01  WS-CITY-SUBNAME PIC X(20) VALUE SPACES.
       01  WS-CITIES-HIT   PIC 999 VALUE 0.

      * every account of a customer in a struck city, and the
      *loans drawn against them, in the order found
       01  WS-AF-TABLE.
           05 WS-AF-COUNT PIC 9(4) VALUE 0.
           05 WS-AF-ENTRY OCCURS 2000 TIMES INDEXED BY AF-IDX.
              10 AF-BRANCH    PIC X(2).
              10 AF-CUST-NO   PIC 9(6).
              10 AF-CUST-NAME PIC X(25).
              10 AF-CITY      PIC X(15).
              10 AF-ACCT-NO   PIC X(10).
              10 AF-KIND      PIC X.
                 88 AF-DEPOSIT     VALUE 'D'.
                 88 AF-PANES       VALUE 'P'.
                 88 AF-LOAN        VALUE 'L'.
                 88 AF-NOT-ON-FILE VALUE ' '.
              10 AF-BAL       PIC S9(12)V99.
       01  WS-AF-HIT       PIC 9(4) VALUE 0.
       01  WS-AF-OVFL-SW   PIC X VALUE 'N'.
       01  WS-LAST-CUST    PIC 9(6) VALUE 0.

      * the moratoria kept from other storms
       01  WS-MOR-KEPT     PIC 9(4) VALUE 0.
       01  WS-MOR-NEW      PIC 9(4) VALUE 0.

       01  WS-BRANCH-CTL.
           05 WS-LAST-BRANCH PIC X(2) VALUE LOW-VALUES.
           05 WS-NEXT-BRANCH PIC X(2) VALUE HIGH-VALUES.

      * 1 branch, 2 bank
       01  WS-TOT-TABLE.
           05 WS-TOT-LVL OCCURS 2 TIMES.
              10 TT-ACCTS     PIC 9(5).
              10 TT-DEPOSITS  PIC S9(13)V99.
              10 TT-LOANS     PIC S9(13)V99.
       01  WS-LVL          PIC 9 VALUE 0.
       01  WS-CUST-COUNT   PIC 9(5) VALUE 0.

      * sub-region names under each island group, the
      *compiled names standing in when AREAS is absent
       01  WS-AREA-NAMES-TABLE.
           02 FILLER PIC X(10) VALUE "LUZON".
           02 FILLER PIC X(20) VALUE "NCR".
           02 FILLER PIC X(20) VALUE "CALABARZON".
           02 FILLER PIC X(20) VALUE "ILOCOS REGION".
           02 FILLER PIC X(10) VALUE "VISAYAS".
           02 FILLER PIC X(20) VALUE "CEBU".
           02 FILLER PIC X(20) VALUE "ILOILO".
           02 FILLER PIC X(20) VALUE "LEYTE".
           02 FILLER PIC X(10) VALUE "MINDANAO".
           02 FILLER PIC X(20) VALUE "DAVAO REGION".
           02 FILLER PIC X(20) VALUE "CARAGA".
           02 FILLER PIC X(20) VALUE "ZAMBOANGA PENINSULA".
       01  WS-AREA-ENTRY REDEFINES WS-AREA-NAMES-TABLE
               OCCURS 3 TIMES INDEXED BY AR-IDX.
           02 AR-NAME PIC X(10).
           02 AR-SUBREGION PIC X(20) OCCURS 3 TIMES.

       01  HDR-1.
           02 FILLER PIC X(24) VALUE SPACES.
           02 FILLER PIC X(32) VALUE
              "Calamity Relief - Affected Accts".
           02 FILLER PIC X(24) VALUE SPACES.

       01  HDR-DATE.
           02 FILLER PIC X(28) VALUE SPACES.
           02 FILLER PIC X(15) VALUE "Business Date: ".
           02 HD-DATE PIC 9(8).
           02 FILLER PIC X(29) VALUE SPACES.

       01  STORM-LINE.
           02 FILLER PIC X(7)  VALUE "Storm: ".
           02 SL-NOS PIC X(20).
           02 FILLER PIC X(2)  VALUE SPACES.
           02 SL-TOS PIC X(20).
           02 FILLER PIC X(31) VALUE SPACES.

       01  PERIOD-LINE.
           02 FILLER PIC X(20) VALUE "Moratorium period: ".
           02 PD-FROM PIC 9(8).
           02 FILLER PIC X(4)  VALUE " to ".
           02 PD-TO   PIC 9(8).
           02 FILLER PIC X(2)  VALUE " (".
           02 PD-DAYS PIC ZZ9.
           02 FILLER PIC X(35) VALUE " days)".

       01  SUB-LINE.
           02 FILLER PIC X(4)  VALUE SPACES.
           02 SU-MATA PIC X(10).
           02 FILLER PIC X(1)  VALUE SPACES.
           02 SU-NAME PIC X(20).
           02 FILLER PIC X(45) VALUE SPACES.

       01  BRANCH-LINE.
           02 FILLER PIC X(7)  VALUE "Branch ".
           02 BL-CODE PIC X(2).
           02 FILLER PIC X(1)  VALUE SPACES.
           02 BL-NAME PIC X(15).
           02 FILLER PIC X(55) VALUE SPACES.

       01  COL-LINE.
           02 FILLER PIC X(40) VALUE
              " Cust.  Customer             City       ".
           02 FILLER PIC X(40) VALUE
              "  Account    Kind            Balance    ".

       01  DETAIL-LINE.
           02 FILLER    PIC X(1)  VALUE SPACES.
           02 DL-CUST   PIC 9(6).
           02 FILLER    PIC X(1)  VALUE SPACES.
           02 DL-NAME   PIC X(20).
           02 FILLER    PIC X(1)  VALUE SPACES.
           02 DL-CITY   PIC X(12).
           02 FILLER    PIC X(1)  VALUE SPACES.
           02 DL-ACCT   PIC X(10).
           02 FILLER    PIC X(1)  VALUE SPACES.
           02 DL-KIND   PIC X(11).
           02 DL-BAL    PIC -ZZZ,ZZZ,ZZ9.99.
           02 FILLER    PIC X(1)  VALUE SPACES.

       01  TOTAL-LINE.
           02 FILLER    PIC X(2)  VALUE SPACES.
           02 TL-LABEL  PIC X(14).
           02 TL-ACCTS  PIC ZZ,ZZ9.
           02 FILLER    PIC X(12) VALUE " accts  dep ".
           02 TL-DEP    PIC -ZZZ,ZZZ,ZZ9.99.
           02 FILLER    PIC X(7)  VALUE "  loan ".
           02 TL-LOAN   PIC -ZZZ,ZZZ,ZZ9.99.
           02 FILLER    PIC X(8)  VALUE SPACES.

       01  COUNT-LINE.
           02 FILLER    PIC X(2)  VALUE SPACES.
           02 CL-CUST   PIC ZZ,ZZ9.
           02 FILLER    PIC X(16) VALUE " customer(s) in ".
           02 CL-CITIES PIC ZZ9.
           02 FILLER    PIC X(53) VALUE " mapped city(ies) struck".

       01  NONE-LINE.
           02 FILLER PIC X(40) VALUE
              "  No customers in the places struck.".
           02 FILLER PIC X(40) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-RTN.
           PERFORM RUNLOG-START-RTN.
           DISPLAY "WSP-RELIEF: STORM NAME: ".
           ACCEPT WS-STORM.
           INSPECT WS-STORM CONVERTING
               'abcdefghijklmnopqrstuvwxyz'
               TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.

           PERFORM LOAD-AREAS-RTN.
           PERFORM LOAD-STORM-RTN.
           IF WS-STORM-RECS = 0
               DISPLAY "WSP-RELIEF: *** " WS-STORM
                   " IS NOT ON ECNERWAL. ***"
               DISPLAY "WSP-RELIEF: NOTHING EXTRACTED."
               MOVE 8 TO RETURN-CODE
               PERFORM RUNLOG-END-RTN
               GOBACK
           END-IF.
           IF WS-SUB-COUNT = 0
               DISPLAY "WSP-RELIEF: *** " WS-STORM
                   " NEVER REACHED SIGNAL NO. 3. ***"
               DISPLAY "WSP-RELIEF: NO MORATORIUM - NOTHING "
                   "EXTRACTED."
               MOVE 8 TO RETURN-CODE
               PERFORM RUNLOG-END-RTN
               GOBACK
           END-IF.

           PERFORM CITY-LOAD-RTN.
           IF WS-CITY-COUNT = 0 OR WS-CITY-OVFL-SW = 'Y'
               DISPLAY "WSP-RELIEF: *** CITYMAP IS MISSING, EMPTY OR "
                   "TOO LARGE FOR THE WORK TABLE. ***"
               DISPLAY "WSP-RELIEF: NOTHING EXTRACTED."
               MOVE 8 TO RETURN-CODE
               PERFORM RUNLOG-END-RTN
               GOBACK
           END-IF.
           PERFORM MARK-CITY-RTN
               VARYING CY-IDX FROM 1 BY 1
               UNTIL CY-IDX > WS-CITY-COUNT.

      * a moratorium runs thirty days unless management
      *declares otherwise, six months at the most
           DISPLAY "WSP-RELIEF: MORATORIUM DAYS (BLANK FOR 30): ".
           ACCEPT WS-MOR-DAYS.
           IF WS-MOR-DAYS NOT NUMERIC OR WS-MOR-DAYS = 0
               MOVE 30 TO WS-MOR-DAYS
           END-IF.
           IF WS-MOR-DAYS > 180
               DISPLAY "WSP-RELIEF: *** A MORATORIUM IS 180 DAYS AT "
                   "THE MOST. ***"
               DISPLAY "WSP-RELIEF: NOTHING EXTRACTED."
               MOVE 8 TO RETURN-CODE
               PERFORM RUNLOG-END-RTN
               GOBACK
           END-IF.

           PERFORM MOR-LOAD-RTN.
           IF WS-MOR-OVFL-SW = 'Y'
               DISPLAY "WSP-RELIEF: *** MORATOR TOO LARGE FOR THE "
                   "WORK TABLE. ***"
               DISPLAY "WSP-RELIEF: NOTHING EXTRACTED. RAISE THE "
                   "TABLE AND RERUN."
               MOVE 8 TO RETURN-CODE
               PERFORM RUNLOG-END-RTN
               GOBACK
           END-IF.

           OPEN INPUT CUST-FILE.
           IF WS-CUST-STATUS = "35"
               DISPLAY "WSP-RELIEF: *** CUSTMAST NOT FOUND. ***"
               DISPLAY "WSP-RELIEF: NOTHING EXTRACTED."
               MOVE 8 TO RETURN-CODE
               PERFORM RUNLOG-END-RTN
               GOBACK
           END-IF.
           OPEN INPUT ACCT-MASTER.
           IF WS-MAST-STATUS = "00"
               MOVE 'Y' TO WS-MAST-OPEN
           END-IF.
           OPEN INPUT PANES-FILE.
           IF WS-PANES-STATUS = "00"
               MOVE 'Y' TO WS-PANES-OPEN
           END-IF.
           PERFORM READ-ONE-CUST-RTN UNTIL WS-CUST-EOF = 'Y'.
           CLOSE CUST-FILE.
           IF WS-MAST-OPEN = 'Y'
               CLOSE ACCT-MASTER
           END-IF.
           IF WS-PANES-OPEN = 'Y'
               CLOSE PANES-FILE
           END-IF.

           OPEN INPUT LOAN-MASTER.
           IF WS-LOAN-STATUS = "35"
               CONTINUE
           ELSE
               PERFORM READ-ONE-LOAN-RTN UNTIL WS-LOAN-EOF = 'Y'
               CLOSE LOAN-MASTER
           END-IF.

           IF WS-AF-OVFL-SW = 'Y'
               DISPLAY "WSP-RELIEF: *** MORE THAN 2000 ACCOUNTS "
                   "STRUCK - TABLE OVERFLOW. ***"
               DISPLAY "WSP-RELIEF: NOTHING EXTRACTED. RAISE THE "
                   "TABLE AND RERUN."
               MOVE 8 TO RETURN-CODE
               PERFORM RUNLOG-END-RTN
               GOBACK
           END-IF.

      * the storm's own entries from an earlier run give way
      *to tonight's; the rest must leave room for them
           PERFORM SET-PERIOD-RTN.
           MOVE 0 TO WS-MOR-NEW.
           PERFORM COUNT-NEW-RTN
               VARYING AF-IDX FROM 1 BY 1
               UNTIL AF-IDX > WS-AF-COUNT.
           IF WS-MOR-KEPT + WS-MOR-NEW > 2000
               DISPLAY "WSP-RELIEF: *** MORATOR WOULD PASS 2000 "
                   "ENTRIES. ***"
               DISPLAY "WSP-RELIEF: NOTHING EXTRACTED. RAISE THE "
                   "TABLE AND RERUN."
               MOVE 8 TO RETURN-CODE
               PERFORM RUNLOG-END-RTN
               GOBACK
           END-IF.
           PERFORM ADD-MORATORIUM-RTN
               VARYING AF-IDX FROM 1 BY 1
               UNTIL AF-IDX > WS-AF-COUNT.
           PERFORM MOR-SAVE-RTN.

           PERFORM BRMAST-LOAD-RTN.
           PERFORM PRINT-REPORT-RTN.

           DISPLAY "WSP-RELIEF: " WS-CUST-COUNT " CUSTOMER(S), "
               WS-MOR-NEW " ACCOUNT(S) UNDER MORATORIUM TO "
               WS-MOR-TO ".".
           MOVE WS-MOR-NEW TO WS-RUNLOG-COUNT.
           PERFORM RUNLOG-END-RTN.
           GOBACK.

      * shared run-log paragraphs
           COPY RUNLOGRTN
               REPLACING ==RUNLOG-PROGNAME== BY =="WSP-RELIEF"==.

      * shared calendar paragraphs
           COPY DATERTN.

      * shared city-map, branch-master and moratorium
      *paragraphs
           COPY CITYRTN.
           COPY BRMSTRTN.
           COPY MORRTN.

      * the island-group/sub-region names come from the
      *AREAS reference file REFMAINT keeps current; a missing file
      *leaves the compiled names in force
       LOAD-AREAS-RTN.
           OPEN INPUT AREA-FILE.
           IF WS-AREA-STATUS = "35"
               CONTINUE
           ELSE
               PERFORM READ-ONE-AREA-RTN UNTIL WS-AREA-EOF = 'Y'
               CLOSE AREA-FILE
           END-IF.

       READ-ONE-AREA-RTN.
           READ AREA-FILE
               AT END MOVE 'Y' TO WS-AREA-EOF
               NOT AT END
                   IF WS-AREA-LOADED < 3
                       ADD 1 TO WS-AREA-LOADED
                       SET AR-IDX TO WS-AREA-LOADED
                       MOVE AREA-REC TO WS-AREA-ENTRY(AR-IDX)
                   END-IF
           END-READ.

      * every bulletin of the storm is read; one at Signal
      *No. 3 or higher puts its sub-region on the struck list
       LOAD-STORM-RTN.
           OPEN INPUT STORM-FILE.
           IF WS-STORM-STATUS = "35"
               CONTINUE
           ELSE
               PERFORM READ-ONE-STORM-RTN UNTIL WS-STORM-EOF = 'Y'
               CLOSE STORM-FILE
           END-IF.

       READ-ONE-STORM-RTN.
           READ STORM-FILE
               AT END MOVE 'Y' TO WS-STORM-EOF
               NOT AT END
                   IF D-NOS = WS-STORM
                       ADD 1 TO WS-STORM-RECS
                       PERFORM TAKE-BULLETIN-RTN
                   END-IF
           END-READ.

       TAKE-BULLETIN-RTN.
           IF D-TOS(1:18) = "TYPHOON SIGNAL NO."
               AND D-TOS(19:1) NOT < "3"
               IF D-TOS > WS-STORM-TOS
                   MOVE D-TOS TO WS-STORM-TOS
               END-IF
               MOVE 0 TO WS-SUB-HIT
               PERFORM MATCH-SUB-RTN
                   VARYING SB-IDX FROM 1 BY 1
                   UNTIL SB-IDX > WS-SUB-COUNT OR WS-SUB-HIT > 0
               IF WS-SUB-HIT = 0
                   IF WS-SUB-COUNT < 30
                       ADD 1 TO WS-SUB-COUNT
                       SET SB-IDX TO WS-SUB-COUNT
                       MOVE D-MATA TO SB-MATA(SB-IDX)
                       MOVE D-SUBREGION TO SB-NAME(SB-IDX)
                   ELSE
                       MOVE 'Y' TO WS-SUB-OVFL-SW
                   END-IF
               END-IF
           END-IF.

       MATCH-SUB-RTN.
           IF SB-MATA(SB-IDX) = D-MATA
               AND SB-NAME(SB-IDX) = D-SUBREGION
               SET WS-SUB-HIT TO SB-IDX
           END-IF.

      * a city on the map is struck when the sub-region it lies
      *in on AREAS is one the storm's bulletins named
       MARK-CITY-RTN.
           MOVE 'N' TO WS-CITY-AFF-SW(CY-IDX).
           MOVE SPACES TO WS-CITY-SUBNAME.
           PERFORM FIND-SUBNAME-RTN
               VARYING AR-IDX FROM 1 BY 1
               UNTIL AR-IDX > 3.
           IF WS-CITY-SUBNAME NOT = SPACES
               MOVE 0 TO WS-SUB-HIT
               PERFORM MATCH-CITY-SUB-RTN
                   VARYING SB-IDX FROM 1 BY 1
                   UNTIL SB-IDX > WS-SUB-COUNT OR WS-SUB-HIT > 0
               IF WS-SUB-HIT > 0
                   MOVE 'Y' TO WS-CITY-AFF-SW(CY-IDX)
                   ADD 1 TO WS-CITIES-HIT
               END-IF
           END-IF.

       FIND-SUBNAME-RTN.
           IF AR-NAME(AR-IDX) = CY-MATA(CY-IDX)
               AND CY-SUB(CY-IDX) >= 1 AND CY-SUB(CY-IDX) <= 3
               MOVE AR-SUBREGION(AR-IDX, CY-SUB(CY-IDX))
                   TO WS-CITY-SUBNAME
           END-IF.

       MATCH-CITY-SUB-RTN.
           IF SB-MATA(SB-IDX) = CY-MATA(CY-IDX)
               AND SB-NAME(SB-IDX) = WS-CITY-SUBNAME
               SET WS-SUB-HIT TO SB-IDX
           END-IF.

      * a customer link whose city, in capitals, is a struck
      *city on the map brings its account in once; the account
      *is looked for on ACCTMAST first, then on PANES
       READ-ONE-CUST-RTN.
           READ CUST-FILE
               AT END MOVE 'Y' TO WS-CUST-EOF
               NOT AT END PERFORM CHECK-CUST-RTN
           END-READ.

       CHECK-CUST-RTN.
           MOVE CU-CITY TO WS-CITY-NAME.
           INSPECT WS-CITY-NAME CONVERTING
               'abcdefghijklmnopqrstuvwxyz'
               TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
           MOVE WS-CITY-NAME TO WS-CITY-FIND.
           PERFORM CITY-FIND-RTN.
           IF WS-CITY-HIT > 0
               IF WS-CITY-AFF-SW(WS-CITY-HIT) = 'Y'
                   IF CU-CUST-NO NOT = WS-LAST-CUST
                       ADD 1 TO WS-CUST-COUNT
                       MOVE CU-CUST-NO TO WS-LAST-CUST
                   END-IF
                   PERFORM FIND-AF-ACCT-RTN
                   IF WS-AF-HIT = 0
                       PERFORM TAKE-CUST-ACCT-RTN
                   END-IF
               END-IF
           END-IF.

       FIND-AF-ACCT-RTN.
           MOVE 0 TO WS-AF-HIT.
           PERFORM MATCH-AF-ACCT-RTN
               VARYING AF-IDX FROM 1 BY 1
               UNTIL AF-IDX > WS-AF-COUNT OR WS-AF-HIT > 0.

       MATCH-AF-ACCT-RTN.
           IF AF-ACCT-NO(AF-IDX) = CU-ACCT-NO
               SET WS-AF-HIT TO AF-IDX
           END-IF.

       TAKE-CUST-ACCT-RTN.
           IF WS-AF-COUNT >= 2000
               MOVE 'Y' TO WS-AF-OVFL-SW
           ELSE
               ADD 1 TO WS-AF-COUNT
               SET AF-IDX TO WS-AF-COUNT
               MOVE CU-CUST-NO TO AF-CUST-NO(AF-IDX)
               MOVE CU-CUST-NAME TO AF-CUST-NAME(AF-IDX)
               MOVE WS-CITY-NAME TO AF-CITY(AF-IDX)
               MOVE CU-ACCT-NO TO AF-ACCT-NO(AF-IDX)
               MOVE CU-ACCT-NO(1:2) TO AF-BRANCH(AF-IDX)
               MOVE SPACE TO AF-KIND(AF-IDX)
               MOVE 0 TO AF-BAL(AF-IDX)
               PERFORM FIND-DEPOSIT-RTN
               IF AF-NOT-ON-FILE(AF-IDX)
                   PERFORM FIND-PANES-RTN
               END-IF
           END-IF.

       FIND-DEPOSIT-RTN.
           IF WS-MAST-OPEN = 'Y'
               MOVE CU-ACCT-NO TO MA-ACCT-NO
               MOVE 'Y' TO WS-FOUND-SW
               READ ACCT-MASTER
                   INVALID KEY MOVE 'N' TO WS-FOUND-SW
               END-READ
               IF WS-FOUND-SW = 'Y'
                   MOVE 'D' TO AF-KIND(AF-IDX)
                   MOVE MA-BRANCH-CODE TO AF-BRANCH(AF-IDX)
                   MOVE MA-BALANCE TO AF-BAL(AF-IDX)
               END-IF
           END-IF.

       FIND-PANES-RTN.
           IF WS-PANES-OPEN = 'Y' AND CU-ACCT-NO IS NUMERIC
               MOVE CU-ACCT-NO TO FILE-ACCT-NUM
               MOVE 'Y' TO WS-FOUND-SW
               READ PANES-FILE
                   INVALID KEY MOVE 'N' TO WS-FOUND-SW
               END-READ
               IF WS-FOUND-SW = 'Y'
                   MOVE 'P' TO AF-KIND(AF-IDX)
                   MOVE FILE-BRANCH-CODE TO AF-BRANCH(AF-IDX)
                   MOVE FILE-BAL TO AF-BAL(AF-IDX)
               END-IF
           END-IF.

      * an active loan drawn against a struck customer's
      *account is under the moratorium with it
       READ-ONE-LOAN-RTN.
           READ LOAN-MASTER NEXT
               AT END MOVE 'Y' TO WS-LOAN-EOF
               NOT AT END
                   IF LN-ACTIVE
                       PERFORM CHECK-LOAN-RTN
                   END-IF
           END-READ.

       CHECK-LOAN-RTN.
           MOVE 0 TO WS-AF-HIT.
           PERFORM MATCH-LOAN-ACCT-RTN
               VARYING AF-IDX FROM 1 BY 1
               UNTIL AF-IDX > WS-AF-COUNT OR WS-AF-HIT > 0.
           IF WS-AF-HIT > 0
               IF WS-AF-COUNT >= 2000
                   MOVE 'Y' TO WS-AF-OVFL-SW
               ELSE
                   ADD 1 TO WS-AF-COUNT
                   SET AF-IDX TO WS-AF-COUNT
                   MOVE WS-AF-ENTRY(WS-AF-HIT) TO WS-AF-ENTRY(AF-IDX)
                   MOVE LN-LOAN-NO TO AF-ACCT-NO(AF-IDX)
                   MOVE LN-BRANCH-CODE TO AF-BRANCH(AF-IDX)
                   MOVE 'L' TO AF-KIND(AF-IDX)
                   MOVE LN-BALANCE TO AF-BAL(AF-IDX)
               END-IF
           END-IF.

       MATCH-LOAN-ACCT-RTN.
           IF AF-ACCT-NO(AF-IDX) = LN-DEP-ACCT
               AND NOT AF-LOAN(AF-IDX)
               SET WS-AF-HIT TO AF-IDX
           END-IF.

      * the period starts the day the storm's moratorium was
      *first declared - tonight, unless an earlier run of the
      *same storm is on file - and runs the days asked for
       SET-PERIOD-RTN.
           MOVE WS-RUNLOG-DATE TO WS-MOR-FROM.
           MOVE 0 TO WS-MOR-KEPT.
           PERFORM DROP-STORM-RTN
               VARYING MT-IDX FROM 1 BY 1
               UNTIL MT-IDX > WS-MOR-COUNT.
           MOVE WS-MOR-KEPT TO WS-MOR-COUNT.
           MOVE WS-MOR-FROM TO WS-DC-DATE.
           PERFORM ADD-ONE-DAY-RTN
               VARYING WS-DAY-NO FROM 2 BY 1
               UNTIL WS-DAY-NO > WS-MOR-DAYS.
           MOVE WS-DC-DATE TO WS-MOR-TO.

       DROP-STORM-RTN.
           IF MT-NOS(MT-IDX) = WS-STORM
               IF MT-FROM(MT-IDX) < WS-MOR-FROM
                   MOVE MT-FROM(MT-IDX) TO WS-MOR-FROM
               END-IF
           ELSE
               ADD 1 TO WS-MOR-KEPT
               MOVE WS-MOR-ENTRY(MT-IDX) TO WS-MOR-ENTRY(WS-MOR-KEPT)
           END-IF.

       ADD-ONE-DAY-RTN.
           PERFORM DATE-ADD-DAY-RTN.

      * an account found on no file has no charges to waive
       COUNT-NEW-RTN.
           IF NOT AF-NOT-ON-FILE(AF-IDX)
               ADD 1 TO WS-MOR-NEW
           END-IF.

       ADD-MORATORIUM-RTN.
           IF NOT AF-NOT-ON-FILE(AF-IDX)
               ADD 1 TO WS-MOR-COUNT
               SET MT-IDX TO WS-MOR-COUNT
               MOVE AF-ACCT-NO(AF-IDX) TO MT-ACCT-NO(MT-IDX)
               MOVE AF-KIND(AF-IDX) TO MT-KIND(MT-IDX)
               MOVE AF-CUST-NO(AF-IDX) TO MT-CUST-NO(MT-IDX)
               MOVE AF-BRANCH(AF-IDX) TO MT-BRANCH(MT-IDX)
               MOVE WS-STORM TO MT-NOS(MT-IDX)
               MOVE WS-MOR-FROM TO MT-FROM(MT-IDX)
               MOVE WS-MOR-TO TO MT-TO(MT-IDX)
           END-IF.

      * the storm, the sub-regions struck and the period, then
      *the accounts branch by branch in code order
       PRINT-REPORT-RTN.
           OPEN OUTPUT RPT-FILE.
           WRITE PRINT-LINE FROM HDR-1.
           MOVE WS-RUNLOG-DATE TO HD-DATE.
           WRITE PRINT-LINE FROM HDR-DATE.
           MOVE SPACES TO PRINT-LINE.
           WRITE PRINT-LINE.
           MOVE WS-STORM TO SL-NOS.
           MOVE WS-STORM-TOS TO SL-TOS.
           WRITE PRINT-LINE FROM STORM-LINE.
           MOVE WS-MOR-FROM TO PD-FROM.
           MOVE WS-MOR-TO TO PD-TO.
           MOVE WS-MOR-DAYS TO PD-DAYS.
           WRITE PRINT-LINE FROM PERIOD-LINE.
           MOVE "Sub-regions struck:" TO PRINT-LINE.
           WRITE PRINT-LINE.
           PERFORM PRINT-SUB-RTN
               VARYING SB-IDX FROM 1 BY 1
               UNTIL SB-IDX > WS-SUB-COUNT.
           IF WS-SUB-OVFL-SW = 'Y'
               MOVE "    (more than 30 - the first 30 taken)"
                   TO PRINT-LINE
               WRITE PRINT-LINE
           END-IF.

           INITIALIZE WS-TOT-TABLE.
           IF WS-AF-COUNT = 0
               MOVE SPACES TO PRINT-LINE
               WRITE PRINT-LINE
               WRITE PRINT-LINE FROM NONE-LINE
           END-IF.
           MOVE LOW-VALUES TO WS-LAST-BRANCH.
           PERFORM FIND-NEXT-BRANCH-RTN.
           PERFORM PRINT-BRANCH-RTN
               UNTIL WS-NEXT-BRANCH = HIGH-VALUES.

           MOVE SPACES TO PRINT-LINE.
           WRITE PRINT-LINE.
           MOVE 2 TO WS-LVL.
           MOVE "Bank total" TO TL-LABEL.
           PERFORM PRINT-TOTAL-RTN.
           MOVE WS-CUST-COUNT TO CL-CUST.
           MOVE WS-CITIES-HIT TO CL-CITIES.
           WRITE PRINT-LINE FROM COUNT-LINE.
           CLOSE RPT-FILE.

       PRINT-SUB-RTN.
           MOVE SB-MATA(SB-IDX) TO SU-MATA.
           MOVE SB-NAME(SB-IDX) TO SU-NAME.
           WRITE PRINT-LINE FROM SUB-LINE.

      * the lowest branch code above the one last done
       FIND-NEXT-BRANCH-RTN.
           MOVE HIGH-VALUES TO WS-NEXT-BRANCH.
           PERFORM CHECK-ONE-BRANCH-RTN
               VARYING AF-IDX FROM 1 BY 1
               UNTIL AF-IDX > WS-AF-COUNT.

       CHECK-ONE-BRANCH-RTN.
           IF AF-BRANCH(AF-IDX) > WS-LAST-BRANCH
               AND AF-BRANCH(AF-IDX) < WS-NEXT-BRANCH
               MOVE AF-BRANCH(AF-IDX) TO WS-NEXT-BRANCH
           END-IF.

       PRINT-BRANCH-RTN.
           MOVE SPACES TO PRINT-LINE.
           WRITE PRINT-LINE.
           MOVE WS-NEXT-BRANCH TO BL-CODE.
           MOVE WS-NEXT-BRANCH TO WS-BRM-WANTED.
           PERFORM BRMAST-FIND-RTN.
           MOVE WS-BRM-NAME TO BL-NAME.
           WRITE PRINT-LINE FROM BRANCH-LINE.
           WRITE PRINT-LINE FROM COL-LINE.
           MOVE 0 TO TT-ACCTS(1).
           MOVE 0 TO TT-DEPOSITS(1).
           MOVE 0 TO TT-LOANS(1).
           PERFORM PRINT-ACCT-RTN
               VARYING AF-IDX FROM 1 BY 1
               UNTIL AF-IDX > WS-AF-COUNT.
           MOVE 1 TO WS-LVL.
           MOVE "Branch total" TO TL-LABEL.
           PERFORM PRINT-TOTAL-RTN.
           MOVE WS-NEXT-BRANCH TO WS-LAST-BRANCH.
           PERFORM FIND-NEXT-BRANCH-RTN.

       PRINT-ACCT-RTN.
           IF AF-BRANCH(AF-IDX) = WS-NEXT-BRANCH
               MOVE AF-CUST-NO(AF-IDX) TO DL-CUST
               MOVE AF-CUST-NAME(AF-IDX) TO DL-NAME
               MOVE AF-CITY(AF-IDX) TO DL-CITY
               MOVE AF-ACCT-NO(AF-IDX) TO DL-ACCT
               MOVE AF-BAL(AF-IDX) TO DL-BAL
               EVALUATE TRUE
                   WHEN AF-DEPOSIT(AF-IDX)
                       MOVE "DEPOSIT" TO DL-KIND
                       PERFORM ADD-DEPOSIT-RTN
                   WHEN AF-PANES(AF-IDX)
                       MOVE "PANES" TO DL-KIND
                       PERFORM ADD-DEPOSIT-RTN
                   WHEN AF-LOAN(AF-IDX)
                       MOVE "LOAN" TO DL-KIND
                       ADD 1 TO TT-ACCTS(1) TT-ACCTS(2)
                       ADD AF-BAL(AF-IDX) TO TT-LOANS(1)
                       ADD AF-BAL(AF-IDX) TO TT-LOANS(2)
                   WHEN OTHER
                       MOVE "NOT ON FILE" TO DL-KIND
               END-EVALUATE
               WRITE PRINT-LINE FROM DETAIL-LINE
           END-IF.

       ADD-DEPOSIT-RTN.
           ADD 1 TO TT-ACCTS(1) TT-ACCTS(2).
           ADD AF-BAL(AF-IDX) TO TT-DEPOSITS(1).
           ADD AF-BAL(AF-IDX) TO TT-DEPOSITS(2).

       PRINT-TOTAL-RTN.
           MOVE TT-ACCTS(WS-LVL) TO TL-ACCTS.
           MOVE TT-DEPOSITS(WS-LVL) TO TL-DEP.
           MOVE TT-LOANS(WS-LVL) TO TL-LOAN.
           WRITE PRINT-LINE FROM TOTAL-LINE.
