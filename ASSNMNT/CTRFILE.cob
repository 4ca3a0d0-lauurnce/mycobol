       IDENTIFICATION DIVISION.
       PROGRAM-ID. CTR-FILE.
      *AUTHOR.     LAWRENCE PANES.
      *
      *MODIFICATION HISTORY:
      *2026-10-15  LP  New program - the covered-transaction
      *                electronic file for the regulator. Every
      *                CASEMAST case the analyst has marked
      *                reportable goes out as one detail record -
      *                case, date, code, amount, account, holder's
      *                name and ID off ACCTMAST and CUSTMAST -
      *                between a HDR header naming the bank and the
      *                filing date and a TRL control trailer
      *                carrying the record count and amount hash,
      *                the same control pairing the extract carries.
      *                Each case written is stamped filed with the
      *                business date so it goes out once. Keying a
      *                past filing date re-creates that day's file
      *                from the cases stamped with it, for a
      *                resubmission, without touching the cases.
      *                Output CTRFILE.TXT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CASE-FILE ASSIGN TO "CASEMAST"
               ORGANIZATION IS INDEXED
               ACCESS IS SEQUENTIAL
               RECORD KEY IS CS-CASE-NO
               FILE STATUS IS WS-CASE-STATUS.

      * the deposit master, for the account holder's name
           SELECT ACCT-MASTER ASSIGN TO "ACCTMAST"
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS MA-ACCT-NO
               FILE STATUS IS WS-MAST-STATUS.

      * the customer links, for the holder's ID
           SELECT CUST-FILE ASSIGN TO "CUSTMAST"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CUST-STATUS.

           SELECT CTR-OUT-FILE ASSIGN TO "CTRFILE.TXT"
               ORGANIZATION IS SEQUENTIAL.

      * shared run-log written alongside the file
           COPY RUNLOGSL.

       DATA DIVISION.
       FILE SECTION.
       FD  CASE-FILE.
       01  CASE-REC.
      * shared case-master layout
           COPY CASEREC.

       FD  ACCT-MASTER.
       01  MAST-REC.
      * shared account-master layout
           COPY ACCTREC.

       FD  CUST-FILE.
       01  CUST-REC.
      * shared customer-link layout
           COPY CUSTREC.

       FD  CTR-OUT-FILE.
       01  CTR-OUT-REC          PIC X(120).

           COPY RUNLOGFD.

       WORKING-STORAGE SECTION.
      * shared run-log working-storage
           COPY RUNLOGWS.

       01  WS-CASE-STATUS       PIC XX VALUE SPACES.
       01  WS-MAST-STATUS       PIC XX VALUE SPACES.
       01  WS-CUST-STATUS       PIC XX VALUE SPACES.
       01  WS-CASE-EOF          PIC X VALUE 'N'.
       01  WS-CUST-EOF          PIC X VALUE 'N'.
       01  WS-MAST-OPEN-SW      PIC X VALUE 'N'.
       01  WS-CUST-FOUND-SW     PIC X VALUE 'N'.
      * a past filing date to re-create; zero files the
      *cases marked reportable since the last filing
       01  WS-REFILE-DATE       PIC 9(8) VALUE 0.
       01  WS-FILE-DATE         PIC 9(8) VALUE 0.
      * the bank's reporting-institution code
       01  WS-INST-CODE         PIC X(6) VALUE "CTB001".

       01  WS-CONTROLS.
           05 WS-OUT-COUNT      PIC 9(7) VALUE 0.
           05 WS-OUT-HASH       PIC 9(13)V99 VALUE 0.

      * the file's header record
       01  WS-CTR-HEADER.
           05 CH-TAG            PIC X(3).
           05 CH-INST           PIC X(6).
           05 CH-FILE-DATE      PIC 9(8).
           05 CH-RESUBMIT       PIC X.
           05 FILLER            PIC X(102).

      * one covered transaction
       01  WS-CTR-DETAIL.
           05 CD-TAG            PIC X(3).
           05 CD-CASE-NO        PIC 9(6).
           05 CD-TRANS-DATE     PIC 9(8).
           05 CD-TRANS-CODE     PIC X.
           05 CD-TRIGGER        PIC X.
           05 CD-AMOUNT         PIC 9(11)V99.
           05 CD-PIECES         PIC 9(4).
           05 CD-ACCT-NO        PIC X(10).
           05 CD-ACCT-NAME      PIC X(25).
           05 CD-ID-TYPE        PIC X(2).
           05 CD-ID-NO          PIC X(20).
           05 CD-BIRTH-DATE     PIC 9(8).
           05 FILLER            PIC X(19).

      * the control trailer the regulator balances the file
      *against
       01  WS-CTR-TRAILER.
           05 CT-TAG            PIC X(3).
           05 CT-COUNT          PIC 9(7).
           05 CT-HASH           PIC 9(13)V99.
           05 FILLER            PIC X(95).

       PROCEDURE DIVISION.
       000-MAIN-LOGIC.
           PERFORM RUNLOG-START-RTN.

           DISPLAY "Re-create the file filed on (YYYYMMDD, "
               "0 = new filing): ".
           ACCEPT WS-REFILE-DATE.

           OPEN I-O CASE-FILE.
           IF WS-CASE-STATUS = "35"
               DISPLAY "CTR-FILE: *** CASEMAST NOT FOUND. ***"
               MOVE 8 TO RETURN-CODE
               PERFORM RUNLOG-END-RTN
               GOBACK
           END-IF.

           OPEN INPUT ACCT-MASTER.
           IF WS-MAST-STATUS NOT = "35"
               MOVE 'Y' TO WS-MAST-OPEN-SW
           END-IF.

           IF WS-REFILE-DATE = 0
               MOVE WS-RUNLOG-DATE TO WS-FILE-DATE
           ELSE
               MOVE WS-REFILE-DATE TO WS-FILE-DATE
           END-IF.

           OPEN OUTPUT CTR-OUT-FILE.
           MOVE SPACES TO WS-CTR-HEADER.
           MOVE "HDR" TO CH-TAG.
           MOVE WS-INST-CODE TO CH-INST.
           MOVE WS-FILE-DATE TO CH-FILE-DATE.
           MOVE 'N' TO CH-RESUBMIT.
           IF WS-REFILE-DATE NOT = 0
               MOVE 'Y' TO CH-RESUBMIT
           END-IF.
           WRITE CTR-OUT-REC FROM WS-CTR-HEADER.

           PERFORM 100-READ-ONE-CASE UNTIL WS-CASE-EOF = 'Y'.

           MOVE SPACES TO WS-CTR-TRAILER.
           MOVE "TRL" TO CT-TAG.
           MOVE WS-OUT-COUNT TO CT-COUNT.
           MOVE WS-OUT-HASH TO CT-HASH.
           WRITE CTR-OUT-REC FROM WS-CTR-TRAILER.
           CLOSE CTR-OUT-FILE.

           CLOSE CASE-FILE.
           IF WS-MAST-OPEN-SW = 'Y'
               CLOSE ACCT-MASTER
           END-IF.

           MOVE WS-OUT-COUNT TO WS-RUNLOG-COUNT.
           PERFORM RUNLOG-END-RTN.
           DISPLAY "CTR-FILE: " WS-OUT-COUNT
               " COVERED TRANSACTION(S) FILED FOR " WS-FILE-DATE ".".
           GOBACK.

      * shared run-log paragraphs
           COPY RUNLOGRTN
               REPLACING ==RUNLOG-PROGNAME== BY =="CTR-FILE"==.

      * a new filing takes the reportable cases and stamps
      *them; a re-creation takes the cases already stamped with
      *the date asked for and leaves them as they are
       100-READ-ONE-CASE.
           READ CASE-FILE NEXT
               AT END MOVE 'Y' TO WS-CASE-EOF
               NOT AT END
                   IF WS-REFILE-DATE = 0
                       IF CS-REPORTABLE
                           PERFORM 200-WRITE-DETAIL
                           MOVE 'F' TO CS-STATUS
                           MOVE WS-FILE-DATE TO CS-FILED-DATE
                           REWRITE CASE-REC
                               INVALID KEY
                                   DISPLAY "CTR-FILE: CASE "
                                       CS-CASE-NO " NOT STAMPED."
                           END-REWRITE
                       END-IF
                   ELSE
                       IF CS-FILED
                           AND CS-FILED-DATE = WS-REFILE-DATE
                           PERFORM 200-WRITE-DETAIL
                       END-IF
                   END-IF
           END-READ.

       200-WRITE-DETAIL.
           MOVE SPACES TO WS-CTR-DETAIL.
           MOVE "CTR" TO CD-TAG.
           MOVE CS-CASE-NO TO CD-CASE-NO.
           MOVE CS-TRANS-DATE TO CD-TRANS-DATE.
           MOVE CS-TRANS-CODE TO CD-TRANS-CODE.
           MOVE CS-TRIGGER TO CD-TRIGGER.
           MOVE CS-AMOUNT TO CD-AMOUNT.
           MOVE CS-PIECES TO CD-PIECES.
           MOVE CS-ACCT-NO TO CD-ACCT-NO.
           MOVE 0 TO CD-BIRTH-DATE.
           IF WS-MAST-OPEN-SW = 'Y'
               MOVE CS-ACCT-NO TO MA-ACCT-NO
               READ ACCT-MASTER
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE MA-ACCT-NAME TO CD-ACCT-NAME
               END-READ
           END-IF.
           PERFORM 210-FIND-CUSTOMER.
           WRITE CTR-OUT-REC FROM WS-CTR-DETAIL.
           ADD 1 TO WS-OUT-COUNT.
           ADD CS-AMOUNT TO WS-OUT-HASH.
           DISPLAY "CTR-FILE: CASE " CS-CASE-NO " " CS-ACCT-NO
               " " CS-TRANS-DATE.

      * the first customer CUSTMAST links to the account
      *stands as its holder; with no link the name off the
      *master goes out alone
       210-FIND-CUSTOMER.
           MOVE 'N' TO WS-CUST-FOUND-SW.
           MOVE 'N' TO WS-CUST-EOF.
           OPEN INPUT CUST-FILE.
           IF WS-CUST-STATUS NOT = "35"
               PERFORM 211-READ-ONE-CUST
                   UNTIL WS-CUST-EOF = 'Y' OR WS-CUST-FOUND-SW = 'Y'
               CLOSE CUST-FILE
           END-IF.

       211-READ-ONE-CUST.
           READ CUST-FILE
               AT END MOVE 'Y' TO WS-CUST-EOF
               NOT AT END
                   IF CU-ACCT-NO = CS-ACCT-NO
                       MOVE 'Y' TO WS-CUST-FOUND-SW
                       IF CD-ACCT-NAME = SPACES
                           MOVE CU-CUST-NAME TO CD-ACCT-NAME
                       END-IF
                       MOVE CU-ID-TYPE TO CD-ID-TYPE
                       MOVE CU-ID-NO TO CD-ID-NO
                       IF CU-BIRTH-DATE NUMERIC
                           MOVE CU-BIRTH-DATE TO CD-BIRTH-DATE
                       END-IF
                   END-IF
           END-READ.
