       IDENTIFICATION DIVISION.
       PROGRAM-ID. ADVENT-2023-12-SCORECARD.

      *> Upstream source quality scorecard. Pulls together, per
      *> source (the input path every one of these files is keyed
      *> by), the evidence ADVENT-2023-12 already leaves on disk for
      *> the period SCORECARD_FROM to SCORECARD_TO (YYYY-MM-DD; the
      *> default is the first of the current month to today):
      *>   - AUDIT_FILE (audit.log): files posted and records
      *>     received - every plain per-file audit line dated in the
      *>     period; CORRECTION: and BATCH: lines are not receipts;
      *>   - EXCEPTION_MASTER: 1xx record rejects by reason code,
      *>     counted for entries FIRST logged in the period, and the
      *>     age in runs of every entry OPEN today, whenever logged;
      *>   - RETRANS_FILE (retrans.req): trailer failures REQUESTED
      *>     in the period, each counted as received once its file-
      *>     id + business date reached PROCESSED_REGISTER
      *>     (processed.reg);
      *>   - STATUS_HISTORY (runstatus.hist): every file graded in
      *>     the period, and how many were DUPE (a duplicate
      *>     transmission stopped by the processed register), FAIL
      *>     or DATE;
      *>   - the detail extracts: the share of unknown '?' positions
      *>     in the condition strings of the source's valid records.
      *>     With ARCHIVE_CATALOG set, every run catalogued in the
      *>     period contributes its archived extract; without it
      *>     only the current DETAIL_FILE (detail.txt) is read.
      *> Each source is scored in penalty points:
      *>     reject %  (1xx rejects per 100 records received)
      *>   + failed-file %  (FAIL and DATE grades per 100 files)
      *>   + duplicate %  (DUPE grades per 100 files)
      *>   + 10 per trailer failure still not retransmitted
      *>   + average age in runs of its open exceptions
      *>   + unknown-position % / 10
      *> and the sources are ranked worst first; the worst three
      *> with any points at all are marked for the monthly supplier
      *> review. A missing or unset evidence file does not stop the
      *> scorecard - it is named on the evidence page and the run
      *> ends with return code 4, since the ranking is then partial.
      *> The exception master keeps one entry per source and record
      *> number, so a record rejected again on a later night counts
      *> once, under its latest reason code.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AUDIT-FILE ASSIGN TO DYNAMIC WS-AUDIT-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.
           SELECT EXCMASTER-FILE ASSIGN TO DYNAMIC WS-EXM-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXM-STATUS.
           SELECT RETRANS-FILE ASSIGN TO DYNAMIC WS-RETRANS-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RTR-STATUS.
           SELECT REGISTER-FILE ASSIGN TO DYNAMIC WS-REGISTER-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REG-STATUS.
           SELECT STSHIST-FILE ASSIGN TO DYNAMIC WS-STSHIST-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STH-STATUS.
           SELECT CATALOG-FILE ASSIGN TO DYNAMIC WS-CATALOG-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CAT-STATUS.
           SELECT DETAIL-FILE ASSIGN TO DYNAMIC WS-DETAIL-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DTL-STATUS.
           SELECT SCORECARD-FILE ASSIGN TO DYNAMIC WS-SCORECARD-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SCD-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD AUDIT-FILE.
       01 AUDIT-RECORD              PIC X(450).

       FD EXCMASTER-FILE.
       01 EXCMASTER-RECORD          PIC X(400).

       FD RETRANS-FILE.
       01 RETRANS-RECORD            PIC X(600).

       FD REGISTER-FILE.
       01 REGISTER-RECORD           PIC X(450).

       FD STSHIST-FILE.
       01 STSHIST-RECORD            PIC X(400).

       FD CATALOG-FILE.
       01 CATALOG-RECORD            PIC X(1400).

       FD DETAIL-FILE.
       01 DETAIL-RECORD             PIC X(600).

       FD SCORECARD-FILE.
       01 SCORECARD-RECORD          PIC X(300).

       WORKING-STORAGE SECTION.
       01 WS-AUDIT-PATH             PIC X(256) VALUE "audit.log".
       01 WS-EXM-PATH               PIC X(256) VALUE SPACES.
       01 WS-RETRANS-PATH           PIC X(256) VALUE "retrans.req".
       01 WS-REGISTER-PATH          PIC X(256) VALUE "processed.reg".
       01 WS-STSHIST-PATH           PIC X(256) VALUE "runstatus.hist".
       01 WS-CATALOG-PATH           PIC X(256) VALUE SPACES.
       01 WS-DETAIL-PATH            PIC X(256) VALUE "detail.txt".
       01 WS-SCORECARD-PATH         PIC X(256) VALUE "scorecard.txt".
       01 WS-ENV-VALUE              PIC X(256).
       01 WS-AUDIT-STATUS           PIC XX.
       01 WS-EXM-STATUS             PIC XX.
       01 WS-RTR-STATUS             PIC XX.
       01 WS-REG-STATUS             PIC XX.
       01 WS-STH-STATUS             PIC XX.
       01 WS-CAT-STATUS             PIC XX.
       01 WS-DTL-STATUS             PIC XX.
       01 WS-SCD-STATUS             PIC XX.
       01 WS-CURRENT-DATE           PIC X(21).
       01 WS-RUN-DATE               PIC X(10).
       01 WS-RUN-TIME               PIC X(8).
       01 WS-FROM-DATE              PIC X(10).
       01 WS-TO-DATE                PIC X(10).
       01 WS-CHECK-DATE             PIC X(10).
       01 WS-LINE                   PIC X(600).
       01 WS-CAT-LINE               PIC X(1400).
       01 WS-SCD-LINE               PIC X(300).

      *> One line per evidence file for the front of the scorecard:
      *> what was read, from where, and how much of it fell in the
      *> period. Any evidence missing makes the ranking partial.
       01 WS-EVD-COUNT              PIC 9(2) VALUE 0.
       01 WS-EVIDENCE.
           05 WS-EVD-LINE           PIC X(300) OCCURS 10 TIMES.
       01 WS-EVD-MISSING            PIC 9(2) VALUE 0.
       01 WS-EVD-READ               PIC 9(8).
       01 WS-EVD-USED               PIC 9(8).

      *> Token fields for the evidence lines; every file is a
      *> space-separated KEYWORD=value layout.
       01 WS-F1                     PIC X(300).
       01 WS-F2                     PIC X(300).
       01 WS-F3                     PIC X(300).
       01 WS-F4                     PIC X(300).
       01 WS-F5                     PIC X(300).
       01 WS-F6                     PIC X(300).
       01 WS-F7                     PIC X(300).
       01 WS-F8                     PIC X(300).
       01 WS-F9                     PIC X(300).
       01 WS-F10                    PIC X(300).

      *> Every source any of the evidence names, with its period
      *> tallies. Rejects are bucketed by reason code 101-109.
       01 WS-MAX-SOURCES            PIC 9(4) VALUE 200.
       01 WS-SRC-COUNT              PIC 9(4) VALUE 0.
       01 WS-SOURCES.
           05 WS-SRC OCCURS 200 TIMES.
               10 WS-SRC-NAME       PIC X(256).
               10 WS-SRC-POSTED     PIC 9(6).
               10 WS-SRC-RECS       PIC 9(12).
               10 WS-SRC-REJ        PIC 9(8).
               10 WS-SRC-REJ-RC     PIC 9(8) OCCURS 9 TIMES.
               10 WS-SRC-TRL-FAIL   PIC 9(6).
               10 WS-SRC-TRL-RECV   PIC 9(6).
               10 WS-SRC-FILES      PIC 9(6).
               10 WS-SRC-FAIL       PIC 9(6).
               10 WS-SRC-DATE       PIC 9(6).
               10 WS-SRC-DUPE       PIC 9(6).
               10 WS-SRC-OPEN       PIC 9(6).
               10 WS-SRC-OPEN-AGE   PIC 9(9).
               10 WS-SRC-POSNS      PIC 9(12).
               10 WS-SRC-QMARKS     PIC 9(12).
               10 WS-SRC-REJ-PCT    PIC 9(3)V99.
               10 WS-SRC-FAIL-PCT   PIC 9(3)V99.
               10 WS-SRC-DUPE-PCT   PIC 9(3)V99.
               10 WS-SRC-OUTSTAND   PIC 9(6).
               10 WS-SRC-AVG-AGE    PIC 9(5)V99.
               10 WS-SRC-UNK-PCT    PIC 9(3)V99.
               10 WS-SRC-SCORE      PIC 9(7)V99.
               10 WS-SRC-RANKED     PIC 9.
       01 WS-SRC-IX                 PIC 9(4).
       01 WS-SRC-WORK               PIC X(256).

      *> Processed register, file-id + business date only: enough
      *> to tell whether a requested retransmission ever posted.
       01 WS-RGT-MAX                PIC 9(4) VALUE 2000.
       01 WS-RGT-COUNT              PIC 9(4) VALUE 0.
       01 WS-REGISTER-TABLE.
           05 WS-RGT OCCURS 2000 TIMES.
               10 WS-RGT-FILEID     PIC X(40).
               10 WS-RGT-BUSDATE    PIC X(10).
       01 WS-RGT-I                  PIC 9(4).
       01 WS-RTR-FOUND              PIC 9.

      *> Ranking: WS-RANK-IX(n) is the source table entry ranked n.
       01 WS-RANKS.
           05 WS-RANK-IX            PIC 9(4) OCCURS 200 TIMES.
       01 WS-RANK-NO                PIC 9(4).
       01 WS-BEST-IX                PIC 9(4).
       01 WS-REVIEW-COUNT           PIC 9(4) VALUE 0.
       01 WS-REVIEW-MAX             PIC 9(4) VALUE 3.

       01 WS-I                      PIC 9(4).
       01 WS-J                      PIC 9(4).
       01 WS-RC                     PIC 9(3).
       01 WS-RC-TEXT                PIC 9(3).
       01 WS-AGE                    PIC 9(6).
       01 WS-COND-LEN               PIC 9(6).
       01 WS-QMARKS                 PIC 9(6).
       01 WS-DETAIL-FILES           PIC 9(6) VALUE 0.
       01 WS-DETAIL-MISSING         PIC 9(6) VALUE 0.
       01 WS-DETAIL-LINES           PIC 9(8) VALUE 0.
       01 WS-DISPLAY-NUM            PIC Z(17)9.
       01 WS-DISPLAY-NUM2           PIC Z(17)9.
       01 WS-DISPLAY-PCT            PIC Z(6)9.99.
       01 WS-DISPLAY-PCT2           PIC Z(6)9.99.

       PROCEDURE DIVISION.
       MAIN-PROGRAM.
           PERFORM INIT-PARAMETERS
           PERFORM LOAD-AUDIT-HISTORY
           PERFORM LOAD-EXCEPTION-MASTER
           PERFORM LOAD-REGISTER-TABLE
           PERFORM LOAD-RETRANS-REQUESTS
           PERFORM LOAD-STATUS-HISTORY
           IF WS-CATALOG-PATH NOT = SPACES
               PERFORM LOAD-CATALOGUED-DETAIL
           ELSE
               PERFORM LOAD-CURRENT-DETAIL
           END-IF
           PERFORM SCORE-SOURCES
           PERFORM RANK-SOURCES
           PERFORM OPEN-SCORECARD-REPORT
           PERFORM WRITE-SOURCE-SCORECARDS
           PERFORM WRITE-SUPPLIER-REVIEW
           CLOSE SCORECARD-FILE
           DISPLAY "SCORECARD " WS-FROM-DATE " TO " WS-TO-DATE
               " WRITTEN TO " FUNCTION TRIM(WS-SCORECARD-PATH)
           IF WS-EVD-MISSING > 0 OR WS-SRC-COUNT = 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           STOP RUN.

       INIT-PARAMETERS.
           MOVE SPACES TO WS-ENV-VALUE
           DISPLAY "AUDIT_FILE" UPON ENVIRONMENT-NAME
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT-VALUE
           IF WS-ENV-VALUE NOT = SPACES
               MOVE WS-ENV-VALUE TO WS-AUDIT-PATH
           END-IF

           MOVE SPACES TO WS-ENV-VALUE
           DISPLAY "EXCEPTION_MASTER" UPON ENVIRONMENT-NAME
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT-VALUE
           IF WS-ENV-VALUE NOT = SPACES
               MOVE WS-ENV-VALUE TO WS-EXM-PATH
           END-IF

           MOVE SPACES TO WS-ENV-VALUE
           DISPLAY "RETRANS_FILE" UPON ENVIRONMENT-NAME
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT-VALUE
           IF WS-ENV-VALUE NOT = SPACES
               MOVE WS-ENV-VALUE TO WS-RETRANS-PATH
           END-IF

           MOVE SPACES TO WS-ENV-VALUE
           DISPLAY "PROCESSED_REGISTER" UPON ENVIRONMENT-NAME
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT-VALUE
           IF WS-ENV-VALUE NOT = SPACES
               MOVE WS-ENV-VALUE TO WS-REGISTER-PATH
           END-IF

           MOVE SPACES TO WS-ENV-VALUE
           DISPLAY "STATUS_HISTORY" UPON ENVIRONMENT-NAME
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT-VALUE
           IF WS-ENV-VALUE NOT = SPACES
               MOVE WS-ENV-VALUE TO WS-STSHIST-PATH
           END-IF

           MOVE SPACES TO WS-ENV-VALUE
           DISPLAY "ARCHIVE_CATALOG" UPON ENVIRONMENT-NAME
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT-VALUE
           IF WS-ENV-VALUE NOT = SPACES
               MOVE WS-ENV-VALUE TO WS-CATALOG-PATH
           END-IF

           MOVE SPACES TO WS-ENV-VALUE
           DISPLAY "DETAIL_FILE" UPON ENVIRONMENT-NAME
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT-VALUE
           IF WS-ENV-VALUE NOT = SPACES
               MOVE WS-ENV-VALUE TO WS-DETAIL-PATH
           END-IF

           MOVE SPACES TO WS-ENV-VALUE
           DISPLAY "SCORECARD_FILE" UPON ENVIRONMENT-NAME
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT-VALUE
           IF WS-ENV-VALUE NOT = SPACES
               MOVE WS-ENV-VALUE TO WS-SCORECARD-PATH
           END-IF

           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
           MOVE SPACES TO WS-RUN-DATE
           STRING WS-CURRENT-DATE(1:4) "-" WS-CURRENT-DATE(5:2)
               "-" WS-CURRENT-DATE(7:2) DELIMITED BY SIZE
               INTO WS-RUN-DATE
           MOVE SPACES TO WS-RUN-TIME
           STRING WS-CURRENT-DATE(9:2) ":" WS-CURRENT-DATE(11:2)
               ":" WS-CURRENT-DATE(13:2) DELIMITED BY SIZE
               INTO WS-RUN-TIME

           MOVE SPACES TO WS-ENV-VALUE
           DISPLAY "SCORECARD_FROM" UPON ENVIRONMENT-NAME
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT-VALUE
           IF WS-ENV-VALUE NOT = SPACES
               MOVE WS-ENV-VALUE(1:10) TO WS-FROM-DATE
           ELSE
               MOVE WS-RUN-DATE TO WS-FROM-DATE
               MOVE "01" TO WS-FROM-DATE(9:2)
           END-IF
           MOVE WS-FROM-DATE TO WS-CHECK-DATE
           PERFORM CHECK-PERIOD-DATE
           IF WS-CHECK-DATE = SPACES
               DISPLAY "SCORECARD_FROM MUST BE YYYY-MM-DD"
               PERFORM ABEND-RUN
           END-IF

           MOVE SPACES TO WS-ENV-VALUE
           DISPLAY "SCORECARD_TO" UPON ENVIRONMENT-NAME
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT-VALUE
           IF WS-ENV-VALUE NOT = SPACES
               MOVE WS-ENV-VALUE(1:10) TO WS-TO-DATE
           ELSE
               MOVE WS-RUN-DATE TO WS-TO-DATE
           END-IF
           MOVE WS-TO-DATE TO WS-CHECK-DATE
           PERFORM CHECK-PERIOD-DATE
           IF WS-CHECK-DATE = SPACES
               DISPLAY "SCORECARD_TO MUST BE YYYY-MM-DD"
               PERFORM ABEND-RUN
           END-IF
           IF WS-FROM-DATE > WS-TO-DATE
               DISPLAY "SCORECARD_FROM " WS-FROM-DATE
                   " IS AFTER SCORECARD_TO " WS-TO-DATE
               PERFORM ABEND-RUN
           END-IF
           .

      *> A period bound must be a real YYYY-MM-DD date, or the plain
      *> text comparisons the loaders make against it mean nothing.
      *> Blanks WS-CHECK-DATE when it is not.
       CHECK-PERIOD-DATE.
           IF WS-CHECK-DATE(5:1) NOT = "-"
               OR WS-CHECK-DATE(8:1) NOT = "-"
               OR WS-CHECK-DATE(1:4) IS NOT NUMERIC
               OR WS-CHECK-DATE(6:2) IS NOT NUMERIC
               OR WS-CHECK-DATE(9:2) IS NOT NUMERIC
               MOVE SPACES TO WS-CHECK-DATE
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION TEST-DATE-YYYYMMDD(
               FUNCTION NUMVAL(WS-CHECK-DATE(1:4)) * 10000
               + FUNCTION NUMVAL(WS-CHECK-DATE(6:2)) * 100
               + FUNCTION NUMVAL(WS-CHECK-DATE(9:2))) NOT = 0
               MOVE SPACES TO WS-CHECK-DATE
           END-IF
           .

      *> Find WS-SRC-WORK in the source table, adding it with empty
      *> tallies the first time any evidence names it.
       FIND-SOURCE.
           PERFORM VARYING WS-SRC-IX FROM 1 BY 1
               UNTIL WS-SRC-IX > WS-SRC-COUNT
               IF WS-SRC-NAME(WS-SRC-IX) = WS-SRC-WORK
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM
           IF WS-SRC-COUNT >= WS-MAX-SOURCES
               MOVE WS-MAX-SOURCES TO WS-DISPLAY-NUM
               DISPLAY "CAPACITY EXCEEDED: MORE THAN "
                   FUNCTION TRIM(WS-DISPLAY-NUM) " SOURCES"
               PERFORM ABEND-RUN
           END-IF
           ADD 1 TO WS-SRC-COUNT
           MOVE WS-SRC-COUNT TO WS-SRC-IX
           INITIALIZE WS-SRC(WS-SRC-IX)
           MOVE WS-SRC-WORK TO WS-SRC-NAME(WS-SRC-IX)
           .

      *> Build the evidence-page line for one file from the caller's
      *> label (WS-F1), path (WS-F2) and WS-EVD-READ/-USED counts.
       ADD-EVIDENCE-LINE.
           ADD 1 TO WS-EVD-COUNT
           MOVE SPACES TO WS-EVD-LINE(WS-EVD-COUNT)
           MOVE WS-EVD-READ TO WS-DISPLAY-NUM
           MOVE WS-EVD-USED TO WS-DISPLAY-NUM2
           STRING "  " WS-F1(1:20) FUNCTION TRIM(WS-F2)
               "  LINES=" FUNCTION TRIM(WS-DISPLAY-NUM)
               "  IN PERIOD=" FUNCTION TRIM(WS-DISPLAY-NUM2)
               DELIMITED BY SIZE INTO WS-EVD-LINE(WS-EVD-COUNT)
               ON OVERFLOW
                   CONTINUE
           END-STRING
           .

      *> The same, for evidence that is unset, will not open, or is
      *> only partly there; WS-F3 says which and what it costs.
       ADD-MISSING-EVIDENCE.
           ADD 1 TO WS-EVD-COUNT
           ADD 1 TO WS-EVD-MISSING
           MOVE SPACES TO WS-EVD-LINE(WS-EVD-COUNT)
           STRING "  " WS-F1(1:20) FUNCTION TRIM(WS-F2)
               "  *** " FUNCTION TRIM(WS-F3) " ***"
               DELIMITED BY SIZE INTO WS-EVD-LINE(WS-EVD-COUNT)
               ON OVERFLOW
                   CONTINUE
           END-STRING
           DISPLAY "SCORECARD EVIDENCE MISSING: "
               FUNCTION TRIM(WS-F1) " " FUNCTION TRIM(WS-F2)
           .

      *> Records received: the plain per-file audit lines dated in
      *> the period (a single-file run's line is its file's line).
       LOAD-AUDIT-HISTORY.
           MOVE 0 TO WS-EVD-READ
           MOVE 0 TO WS-EVD-USED
           OPEN INPUT AUDIT-FILE
           IF WS-AUDIT-STATUS NOT = "00"
               MOVE "AUDIT TRAIL" TO WS-F1
               MOVE WS-AUDIT-PATH TO WS-F2
               MOVE "NOT FOUND - NOT SCORED" TO WS-F3
               PERFORM ADD-MISSING-EVIDENCE
               EXIT PARAGRAPH
           END-IF
           READ AUDIT-FILE INTO WS-LINE
           PERFORM UNTIL WS-AUDIT-STATUS NOT = "00"
               IF FUNCTION TRIM(WS-LINE) NOT = SPACES
                   ADD 1 TO WS-EVD-READ
                   PERFORM PARSE-AUDIT-LINE
               END-IF
               READ AUDIT-FILE INTO WS-LINE
           END-PERFORM
           CLOSE AUDIT-FILE
           MOVE "AUDIT TRAIL" TO WS-F1
           MOVE WS-AUDIT-PATH TO WS-F2
           PERFORM ADD-EVIDENCE-LINE
           .

       PARSE-AUDIT-LINE.
           MOVE SPACES TO WS-F1
           MOVE SPACES TO WS-F2
           MOVE SPACES TO WS-F3
           MOVE SPACES TO WS-F4
           UNSTRING FUNCTION TRIM(WS-LINE)
               DELIMITED BY ALL " "
               INTO WS-F1 WS-F2 WS-F3 WS-F4
           END-UNSTRING
           IF WS-F1(5:1) NOT = "-" OR WS-F1(8:1) NOT = "-"
               OR WS-F4(1:8) NOT = "RECORDS="
               EXIT PARAGRAPH
           END-IF
           IF WS-F1(1:10) < WS-FROM-DATE
               OR WS-F1(1:10) > WS-TO-DATE
               EXIT PARAGRAPH
           END-IF
           IF WS-F3(1:11) = "CORRECTION:" OR WS-F3(1:6) = "BATCH:"
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-EVD-USED
           MOVE WS-F3(1:256) TO WS-SRC-WORK
           PERFORM FIND-SOURCE
           ADD 1 TO WS-SRC-POSTED(WS-SRC-IX)
           ADD FUNCTION NUMVAL(WS-F4(9:20)) TO WS-SRC-RECS(WS-SRC-IX)
           .

      *> Rejects by reason code for entries first logged in the
      *> period; open-exception ages for everything still OPEN.
       LOAD-EXCEPTION-MASTER.
           MOVE 0 TO WS-EVD-READ
           MOVE 0 TO WS-EVD-USED
           MOVE "EXCEPTION MASTER" TO WS-F1
           IF WS-EXM-PATH = SPACES
               MOVE "(EXCEPTION_MASTER)" TO WS-F2
               MOVE "NOT SET - NOT SCORED" TO WS-F3
               PERFORM ADD-MISSING-EVIDENCE
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT EXCMASTER-FILE
           IF WS-EXM-STATUS NOT = "00"
               MOVE WS-EXM-PATH TO WS-F2
               MOVE "NOT FOUND - NOT SCORED" TO WS-F3
               PERFORM ADD-MISSING-EVIDENCE
               EXIT PARAGRAPH
           END-IF
           READ EXCMASTER-FILE INTO WS-LINE
           PERFORM UNTIL WS-EXM-STATUS NOT = "00"
               IF FUNCTION TRIM(WS-LINE) NOT = SPACES
                   ADD 1 TO WS-EVD-READ
                   PERFORM PARSE-EXCEPTION-LINE
               END-IF
               READ EXCMASTER-FILE INTO WS-LINE
           END-PERFORM
           CLOSE EXCMASTER-FILE
           MOVE "EXCEPTION MASTER" TO WS-F1
           MOVE WS-EXM-PATH TO WS-F2
           PERFORM ADD-EVIDENCE-LINE
           .

      *> SRC=<p> RECORD=<n> RC=<c> STATUS=<s> AGE=<n> FIRST=<d>
      *> [MAKER=<id> CHECKER=<id>]
       PARSE-EXCEPTION-LINE.
           MOVE SPACES TO WS-F1
           MOVE SPACES TO WS-F2
           MOVE SPACES TO WS-F3
           MOVE SPACES TO WS-F4
           MOVE SPACES TO WS-F5
           MOVE SPACES TO WS-F6
           UNSTRING FUNCTION TRIM(WS-LINE)
               DELIMITED BY ALL " "
               INTO WS-F1 WS-F2 WS-F3 WS-F4 WS-F5 WS-F6
           END-UNSTRING
           IF WS-F1(1:4) NOT = "SRC="
               OR WS-F3(1:3) NOT = "RC="
               OR WS-F4(1:7) NOT = "STATUS="
               OR WS-F5(1:4) NOT = "AGE="
               OR WS-F6(1:6) NOT = "FIRST="
               EXIT PARAGRAPH
           END-IF
           MOVE WS-F1(5:256) TO WS-SRC-WORK
           MOVE FUNCTION NUMVAL(WS-F3(4:10)) TO WS-RC
           MOVE FUNCTION NUMVAL(WS-F5(5:10)) TO WS-AGE
           IF WS-F6(7:10) >= WS-FROM-DATE
               AND WS-F6(7:10) <= WS-TO-DATE
               AND WS-RC > 100 AND WS-RC < 110
               ADD 1 TO WS-EVD-USED
               PERFORM FIND-SOURCE
               ADD 1 TO WS-SRC-REJ(WS-SRC-IX)
               ADD 1 TO WS-SRC-REJ-RC(WS-SRC-IX, WS-RC - 100)
           END-IF
           IF WS-F4(8:4) = "OPEN"
               PERFORM FIND-SOURCE
               ADD 1 TO WS-SRC-OPEN(WS-SRC-IX)
               ADD WS-AGE TO WS-SRC-OPEN-AGE(WS-SRC-IX)
           END-IF
           .

      *> The whole register is kept, whatever the period: a
      *> retransmission requested late in the period may post after
      *> it ends.
       LOAD-REGISTER-TABLE.
           MOVE 0 TO WS-EVD-READ
           MOVE 0 TO WS-EVD-USED
           MOVE 0 TO WS-RGT-COUNT
           OPEN INPUT REGISTER-FILE
           IF WS-REG-STATUS NOT = "00"
               MOVE "PROCESSED REGISTER" TO WS-F1
               MOVE WS-REGISTER-PATH TO WS-F2
               MOVE "NOT FOUND - NOT SCORED" TO WS-F3
               PERFORM ADD-MISSING-EVIDENCE
               EXIT PARAGRAPH
           END-IF
           READ REGISTER-FILE INTO WS-LINE
           PERFORM UNTIL WS-REG-STATUS NOT = "00"
               MOVE SPACES TO WS-F1
               MOVE SPACES TO WS-F2
               MOVE SPACES TO WS-F3
               UNSTRING FUNCTION TRIM(WS-LINE)
                   DELIMITED BY ALL " "
                   INTO WS-F1 WS-F2 WS-F3
               END-UNSTRING
               IF WS-F1(1:7) = "FILEID="
                   AND WS-F2(1:8) = "BUSDATE="
                   ADD 1 TO WS-EVD-READ
                   IF WS-F3(8:10) >= WS-FROM-DATE
                       AND WS-F3(8:10) <= WS-TO-DATE
                       ADD 1 TO WS-EVD-USED
                   END-IF
                   IF WS-RGT-COUNT >= WS-RGT-MAX
                       MOVE WS-RGT-MAX TO WS-DISPLAY-NUM
                       DISPLAY "CAPACITY EXCEEDED: PROCESSED "
                           "REGISTER EXCEEDS "
                           FUNCTION TRIM(WS-DISPLAY-NUM)
                           " ENTRIES"
                       PERFORM ABEND-RUN
                   END-IF
                   ADD 1 TO WS-RGT-COUNT
                   MOVE WS-F1(8:40) TO WS-RGT-FILEID(WS-RGT-COUNT)
                   MOVE WS-F2(9:10) TO WS-RGT-BUSDATE(WS-RGT-COUNT)
               END-IF
               READ REGISTER-FILE INTO WS-LINE
           END-PERFORM
           CLOSE REGISTER-FILE
           MOVE "PROCESSED REGISTER" TO WS-F1
           MOVE WS-REGISTER-PATH TO WS-F2
           PERFORM ADD-EVIDENCE-LINE
           .

      *> Trailer failures requested in the period, and how many of
      *> them the collector has since made good.
       LOAD-RETRANS-REQUESTS.
           MOVE 0 TO WS-EVD-READ
           MOVE 0 TO WS-EVD-USED
           OPEN INPUT RETRANS-FILE
           IF WS-RTR-STATUS NOT = "00"
               MOVE "RETRANSMISSIONS" TO WS-F1
               MOVE WS-RETRANS-PATH TO WS-F2
               MOVE "NOT FOUND - NOT SCORED" TO WS-F3
               PERFORM ADD-MISSING-EVIDENCE
               EXIT PARAGRAPH
           END-IF
           READ RETRANS-FILE INTO WS-LINE
           PERFORM UNTIL WS-RTR-STATUS NOT = "00"
               IF WS-LINE(1:8) = "RETRANS "
                   ADD 1 TO WS-EVD-READ
                   PERFORM PARSE-RETRANS-LINE
               END-IF
               READ RETRANS-FILE INTO WS-LINE
           END-PERFORM
           CLOSE RETRANS-FILE
           MOVE "RETRANSMISSIONS" TO WS-F1
           MOVE WS-RETRANS-PATH TO WS-F2
           PERFORM ADD-EVIDENCE-LINE
           .

      *> RETRANS FILEID=<id> BUSDATE=<d> EXPECTED-RECORDS=<n>
      *> RECEIVED=<n> EXPECTED-HASH=<h> COMPUTED-HASH=<h>
      *> REQUESTED=<date> <time> SRC=<path>
       PARSE-RETRANS-LINE.
           MOVE SPACES TO WS-F1
           MOVE SPACES TO WS-F2
           MOVE SPACES TO WS-F3
           MOVE SPACES TO WS-F4
           MOVE SPACES TO WS-F5
           MOVE SPACES TO WS-F6
           MOVE SPACES TO WS-F7
           MOVE SPACES TO WS-F8
           MOVE SPACES TO WS-F9
           MOVE SPACES TO WS-F10
           UNSTRING FUNCTION TRIM(WS-LINE)
               DELIMITED BY ALL " "
               INTO WS-F1 WS-F2 WS-F3 WS-F4 WS-F5 WS-F6 WS-F7
                   WS-F8 WS-F9 WS-F10
           END-UNSTRING
           IF WS-F2(1:7) NOT = "FILEID="
               OR WS-F3(1:8) NOT = "BUSDATE="
               OR WS-F8(1:10) NOT = "REQUESTED="
               OR WS-F10(1:4) NOT = "SRC="
               EXIT PARAGRAPH
           END-IF
           IF WS-F8(11:10) < WS-FROM-DATE
               OR WS-F8(11:10) > WS-TO-DATE
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-EVD-USED
           MOVE WS-F10(5:256) TO WS-SRC-WORK
           PERFORM FIND-SOURCE
           ADD 1 TO WS-SRC-TRL-FAIL(WS-SRC-IX)
           MOVE 0 TO WS-RTR-FOUND
           PERFORM VARYING WS-RGT-I FROM 1 BY 1
               UNTIL WS-RGT-I > WS-RGT-COUNT
               IF WS-RGT-FILEID(WS-RGT-I) = WS-F2(8:40)
                   AND WS-RGT-BUSDATE(WS-RGT-I) = WS-F3(9:10)
                   MOVE 1 TO WS-RTR-FOUND
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-RTR-FOUND = 1
               ADD 1 TO WS-SRC-TRL-RECV(WS-SRC-IX)
           END-IF
           .

      *> Every file graded in the period, with its DUPE/FAIL/DATE
      *> outcomes.
       LOAD-STATUS-HISTORY.
           MOVE 0 TO WS-EVD-READ
           MOVE 0 TO WS-EVD-USED
           OPEN INPUT STSHIST-FILE
           IF WS-STH-STATUS NOT = "00"
               MOVE "STATUS HISTORY" TO WS-F1
               MOVE WS-STSHIST-PATH TO WS-F2
               MOVE "NOT FOUND - NOT SCORED" TO WS-F3
               PERFORM ADD-MISSING-EVIDENCE
               EXIT PARAGRAPH
           END-IF
           READ STSHIST-FILE INTO WS-LINE
           PERFORM UNTIL WS-STH-STATUS NOT = "00"
               IF FUNCTION TRIM(WS-LINE) NOT = SPACES
                   ADD 1 TO WS-EVD-READ
                   PERFORM PARSE-STATUS-HISTORY-LINE
               END-IF
               READ STSHIST-FILE INTO WS-LINE
           END-PERFORM
           CLOSE STSHIST-FILE
           MOVE "STATUS HISTORY" TO WS-F1
           MOVE WS-STSHIST-PATH TO WS-F2
           PERFORM ADD-EVIDENCE-LINE
           .

      *> RUN=<date> <time> SRC=<path> STATUS=<grade> RECORDS=<n>
      *> ELAPSED-SECS=<n>
       PARSE-STATUS-HISTORY-LINE.
           MOVE SPACES TO WS-F1
           MOVE SPACES TO WS-F2
           MOVE SPACES TO WS-F3
           MOVE SPACES TO WS-F4
           UNSTRING FUNCTION TRIM(WS-LINE)
               DELIMITED BY ALL " "
               INTO WS-F1 WS-F2 WS-F3 WS-F4
           END-UNSTRING
           IF WS-F1(1:4) NOT = "RUN="
               OR WS-F3(1:4) NOT = "SRC="
               OR WS-F4(1:7) NOT = "STATUS="
               EXIT PARAGRAPH
           END-IF
           IF WS-F1(5:10) < WS-FROM-DATE
               OR WS-F1(5:10) > WS-TO-DATE
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-EVD-USED
           MOVE WS-F3(5:256) TO WS-SRC-WORK
           PERFORM FIND-SOURCE
           ADD 1 TO WS-SRC-FILES(WS-SRC-IX)
           EVALUATE WS-F4(8:5)
               WHEN "DUPE"
                   ADD 1 TO WS-SRC-DUPE(WS-SRC-IX)
               WHEN "FAIL"
                   ADD 1 TO WS-SRC-FAIL(WS-SRC-IX)
               WHEN "DATE"
                   ADD 1 TO WS-SRC-DATE(WS-SRC-IX)
           END-EVALUATE
           .

      *> Every run catalogued in the period contributes the detail
      *> extract it archived.
       LOAD-CATALOGUED-DETAIL.
           MOVE 0 TO WS-EVD-READ
           MOVE 0 TO WS-EVD-USED
           OPEN INPUT CATALOG-FILE
           IF WS-CAT-STATUS NOT = "00"
               MOVE "ARCHIVE CATALOG" TO WS-F1
               MOVE WS-CATALOG-PATH TO WS-F2
               MOVE "NOT FOUND - NOT SCORED" TO WS-F3
               PERFORM ADD-MISSING-EVIDENCE
               EXIT PARAGRAPH
           END-IF
           READ CATALOG-FILE INTO WS-CAT-LINE
           PERFORM UNTIL WS-CAT-STATUS NOT = "00"
               IF WS-CAT-LINE(1:4) = "RUN="
                   ADD 1 TO WS-EVD-READ
                   PERFORM PARSE-CATALOG-LINE
               END-IF
               READ CATALOG-FILE INTO WS-CAT-LINE
           END-PERFORM
           CLOSE CATALOG-FILE
           MOVE "ARCHIVE CATALOG" TO WS-F1
           MOVE WS-CATALOG-PATH TO WS-F2
           PERFORM ADD-EVIDENCE-LINE
           PERFORM ADD-DETAIL-EVIDENCE
           .

      *> RUN=<date> <time> SRC=<source> REPORT=<p> DETAIL=<p> ...
       PARSE-CATALOG-LINE.
           MOVE SPACES TO WS-F1
           MOVE SPACES TO WS-F2
           MOVE SPACES TO WS-F3
           MOVE SPACES TO WS-F4
           MOVE SPACES TO WS-F5
           UNSTRING FUNCTION TRIM(WS-CAT-LINE)
               DELIMITED BY ALL " "
               INTO WS-F1 WS-F2 WS-F3 WS-F4 WS-F5
           END-UNSTRING
           IF WS-F5(1:7) NOT = "DETAIL="
               OR WS-F5(8:1) = SPACE
               EXIT PARAGRAPH
           END-IF
           IF WS-F1(5:10) < WS-FROM-DATE
               OR WS-F1(5:10) > WS-TO-DATE
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-EVD-USED
           MOVE WS-F5(8:256) TO WS-DETAIL-PATH
           PERFORM TALLY-DETAIL-FILE
           .

      *> No catalog: the current detail extract is all there is.
       LOAD-CURRENT-DETAIL.
           PERFORM TALLY-DETAIL-FILE
           PERFORM ADD-DETAIL-EVIDENCE
           .

      *> Summarise the detail extracts read onto the evidence page;
      *> an extract that would not open leaves the unknown-position
      *> shares partial.
       ADD-DETAIL-EVIDENCE.
           MOVE "DETAIL EXTRACTS" TO WS-F1
           IF WS-CATALOG-PATH NOT = SPACES
               MOVE "(FROM CATALOG)" TO WS-F2
           ELSE
               MOVE WS-DETAIL-PATH TO WS-F2
           END-IF
           IF WS-DETAIL-MISSING > 0
               MOVE WS-DETAIL-MISSING TO WS-DISPLAY-NUM
               MOVE SPACES TO WS-F3
               STRING FUNCTION TRIM(WS-DISPLAY-NUM)
                   " EXTRACT(S) NOT FOUND - SHARES PARTIAL"
                   DELIMITED BY SIZE INTO WS-F3
               PERFORM ADD-MISSING-EVIDENCE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-DETAIL-FILES TO WS-EVD-READ
           MOVE WS-DETAIL-LINES TO WS-EVD-USED
           ADD 1 TO WS-EVD-COUNT
           MOVE SPACES TO WS-EVD-LINE(WS-EVD-COUNT)
           MOVE WS-EVD-READ TO WS-DISPLAY-NUM
           MOVE WS-EVD-USED TO WS-DISPLAY-NUM2
           STRING "  " WS-F1(1:20) FUNCTION TRIM(WS-F2)
               "  EXTRACTS=" FUNCTION TRIM(WS-DISPLAY-NUM)
               "  RECORDS=" FUNCTION TRIM(WS-DISPLAY-NUM2)
               DELIMITED BY SIZE INTO WS-EVD-LINE(WS-EVD-COUNT)
               ON OVERFLOW
                   CONTINUE
           END-STRING
           .

      *> SRC=<path> RECORD=<n> COND=<cond> GROUPS=<g> PART1=<n>
      *> PART2=<n> - count positions and unknowns per source.
       TALLY-DETAIL-FILE.
           OPEN INPUT DETAIL-FILE
           IF WS-DTL-STATUS NOT = "00"
               ADD 1 TO WS-DETAIL-MISSING
               DISPLAY "DETAIL EXTRACT NOT FOUND: "
                   FUNCTION TRIM(WS-DETAIL-PATH)
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-DETAIL-FILES
           READ DETAIL-FILE INTO WS-LINE
           PERFORM UNTIL WS-DTL-STATUS NOT = "00"
               MOVE SPACES TO WS-F1
               MOVE SPACES TO WS-F2
               MOVE SPACES TO WS-F3
               UNSTRING FUNCTION TRIM(WS-LINE)
                   DELIMITED BY ALL " "
                   INTO WS-F1 WS-F2 WS-F3
               END-UNSTRING
               IF WS-F1(1:4) = "SRC=" AND WS-F3(1:5) = "COND="
                   AND WS-F3(6:1) NOT = SPACE
                   ADD 1 TO WS-DETAIL-LINES
                   MOVE WS-F1(5:256) TO WS-SRC-WORK
                   PERFORM FIND-SOURCE
                   COMPUTE WS-COND-LEN =
                       FUNCTION LENGTH(FUNCTION TRIM(WS-F3)) - 5
                   MOVE 0 TO WS-QMARKS
                   INSPECT WS-F3 TALLYING WS-QMARKS FOR ALL "?"
                   ADD WS-COND-LEN TO WS-SRC-POSNS(WS-SRC-IX)
                   ADD WS-QMARKS TO WS-SRC-QMARKS(WS-SRC-IX)
               END-IF
               READ DETAIL-FILE INTO WS-LINE
           END-PERFORM
           CLOSE DETAIL-FILE
           .

      *> Penalty points per source. Every rate is capped at 100 so
      *> one component cannot run away with the ranking - a source
      *> whose rejects were logged in the period but whose files
      *> posted before it would otherwise score past 100%.
       SCORE-SOURCES.
           PERFORM VARYING WS-SRC-IX FROM 1 BY 1
               UNTIL WS-SRC-IX > WS-SRC-COUNT
               MOVE 0 TO WS-SRC-REJ-PCT(WS-SRC-IX)
               IF WS-SRC-REJ(WS-SRC-IX) > 0
                   IF WS-SRC-REJ(WS-SRC-IX) >= WS-SRC-RECS(WS-SRC-IX)
                       MOVE 100 TO WS-SRC-REJ-PCT(WS-SRC-IX)
                   ELSE
                       COMPUTE WS-SRC-REJ-PCT(WS-SRC-IX) ROUNDED =
                           WS-SRC-REJ(WS-SRC-IX) * 100
                           / WS-SRC-RECS(WS-SRC-IX)
                   END-IF
               END-IF
               MOVE 0 TO WS-SRC-FAIL-PCT(WS-SRC-IX)
               MOVE 0 TO WS-SRC-DUPE-PCT(WS-SRC-IX)
               IF WS-SRC-FILES(WS-SRC-IX) > 0
                   COMPUTE WS-SRC-FAIL-PCT(WS-SRC-IX) ROUNDED =
                       (WS-SRC-FAIL(WS-SRC-IX)
                       + WS-SRC-DATE(WS-SRC-IX)) * 100
                       / WS-SRC-FILES(WS-SRC-IX)
                   COMPUTE WS-SRC-DUPE-PCT(WS-SRC-IX) ROUNDED =
                       WS-SRC-DUPE(WS-SRC-IX) * 100
                       / WS-SRC-FILES(WS-SRC-IX)
               END-IF
               MOVE 0 TO WS-SRC-OUTSTAND(WS-SRC-IX)
               IF WS-SRC-TRL-FAIL(WS-SRC-IX)
                   > WS-SRC-TRL-RECV(WS-SRC-IX)
                   COMPUTE WS-SRC-OUTSTAND(WS-SRC-IX) =
                       WS-SRC-TRL-FAIL(WS-SRC-IX)
                       - WS-SRC-TRL-RECV(WS-SRC-IX)
               END-IF
               MOVE 0 TO WS-SRC-AVG-AGE(WS-SRC-IX)
               IF WS-SRC-OPEN(WS-SRC-IX) > 0
                   COMPUTE WS-SRC-AVG-AGE(WS-SRC-IX) ROUNDED =
                       WS-SRC-OPEN-AGE(WS-SRC-IX)
                       / WS-SRC-OPEN(WS-SRC-IX)
               END-IF
               MOVE 0 TO WS-SRC-UNK-PCT(WS-SRC-IX)
               IF WS-SRC-POSNS(WS-SRC-IX) > 0
                   COMPUTE WS-SRC-UNK-PCT(WS-SRC-IX) ROUNDED =
                       WS-SRC-QMARKS(WS-SRC-IX) * 100
                       / WS-SRC-POSNS(WS-SRC-IX)
               END-IF
               COMPUTE WS-SRC-SCORE(WS-SRC-IX) ROUNDED =
                   WS-SRC-REJ-PCT(WS-SRC-IX)
                   + WS-SRC-FAIL-PCT(WS-SRC-IX)
                   + WS-SRC-DUPE-PCT(WS-SRC-IX)
                   + WS-SRC-OUTSTAND(WS-SRC-IX) * 10
                   + WS-SRC-AVG-AGE(WS-SRC-IX)
                   + WS-SRC-UNK-PCT(WS-SRC-IX) / 10
           END-PERFORM
           .

      *> Worst first: repeatedly take the highest unranked score,
      *> ties going to the source name that sorts first so the
      *> order is stable run over run.
       RANK-SOURCES.
           PERFORM VARYING WS-RANK-NO FROM 1 BY 1
               UNTIL WS-RANK-NO > WS-SRC-COUNT
               MOVE 0 TO WS-BEST-IX
               PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-SRC-COUNT
                   IF WS-SRC-RANKED(WS-I) = 0
                       IF WS-BEST-IX = 0
                           MOVE WS-I TO WS-BEST-IX
                       ELSE
                           IF WS-SRC-SCORE(WS-I)
                               > WS-SRC-SCORE(WS-BEST-IX)
                               OR (WS-SRC-SCORE(WS-I)
                                   = WS-SRC-SCORE(WS-BEST-IX)
                               AND WS-SRC-NAME(WS-I)
                                   < WS-SRC-NAME(WS-BEST-IX))
                               MOVE WS-I TO WS-BEST-IX
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM
               MOVE 1 TO WS-SRC-RANKED(WS-BEST-IX)
               MOVE WS-BEST-IX TO WS-RANK-IX(WS-RANK-NO)
           END-PERFORM
           .

       OPEN-SCORECARD-REPORT.
           OPEN OUTPUT SCORECARD-FILE
           IF WS-SCD-STATUS NOT = "00"
               DISPLAY "CANNOT OPEN SCORECARD REPORT "
                   FUNCTION TRIM(WS-SCORECARD-PATH)
                   " - STATUS " WS-SCD-STATUS
               PERFORM ABEND-RUN
           END-IF
           MOVE "ADVENT 2023 DAY 12 - UPSTREAM SOURCE QUALITY SCORECARD"
               TO WS-SCD-LINE
           WRITE SCORECARD-RECORD FROM WS-SCD-LINE
           MOVE SPACES TO WS-SCD-LINE
           STRING "RUN DATE: " WS-RUN-DATE "  RUN TIME: " WS-RUN-TIME
               DELIMITED BY SIZE INTO WS-SCD-LINE
           WRITE SCORECARD-RECORD FROM WS-SCD-LINE
           MOVE SPACES TO WS-SCD-LINE
           STRING "PERIOD: " WS-FROM-DATE " TO " WS-TO-DATE
               DELIMITED BY SIZE INTO WS-SCD-LINE
           WRITE SCORECARD-RECORD FROM WS-SCD-LINE
           MOVE SPACES TO WS-SCD-LINE
           WRITE SCORECARD-RECORD FROM WS-SCD-LINE
           MOVE "EVIDENCE:" TO WS-SCD-LINE
           WRITE SCORECARD-RECORD FROM WS-SCD-LINE
           PERFORM VARYING WS-I FROM 1 BY 1
               UNTIL WS-I > WS-EVD-COUNT
               WRITE SCORECARD-RECORD FROM WS-EVD-LINE(WS-I)
           END-PERFORM
           IF WS-EVD-MISSING > 0
               MOVE "  EVIDENCE INCOMPLETE - RANKING BELOW IS PARTIAL"
                   TO WS-SCD-LINE
               WRITE SCORECARD-RECORD FROM WS-SCD-LINE
           END-IF
           MOVE SPACES TO WS-SCD-LINE
           WRITE SCORECARD-RECORD FROM WS-SCD-LINE
           MOVE "SCORE (PENALTY POINTS, HIGHEST IS WORST) ="
               TO WS-SCD-LINE
           WRITE SCORECARD-RECORD FROM WS-SCD-LINE
           MOVE "    REJECT % + FAILED-FILE % + DUPLICATE %"
               TO WS-SCD-LINE
           WRITE SCORECARD-RECORD FROM WS-SCD-LINE
           MOVE "  + 10 PER RETRANSMISSION STILL OUTSTANDING"
               TO WS-SCD-LINE
           WRITE SCORECARD-RECORD FROM WS-SCD-LINE
           MOVE "  + AVERAGE OPEN-EXCEPTION AGE (RUNS, AS OF TODAY)"
               TO WS-SCD-LINE
           WRITE SCORECARD-RECORD FROM WS-SCD-LINE
           MOVE "  + UNKNOWN-POSITION % / 10" TO WS-SCD-LINE
           WRITE SCORECARD-RECORD FROM WS-SCD-LINE
           MOVE SPACES TO WS-SCD-LINE
           WRITE SCORECARD-RECORD FROM WS-SCD-LINE
           .

      *> One block per source, in rank order.
       WRITE-SOURCE-SCORECARDS.
           MOVE "SOURCES, WORST FIRST:" TO WS-SCD-LINE
           WRITE SCORECARD-RECORD FROM WS-SCD-LINE
           IF WS-SRC-COUNT = 0
               MOVE "  (NO SOURCE ACTIVITY FOUND)" TO WS-SCD-LINE
               WRITE SCORECARD-RECORD FROM WS-SCD-LINE
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-RANK-NO FROM 1 BY 1
               UNTIL WS-RANK-NO > WS-SRC-COUNT
               MOVE WS-RANK-IX(WS-RANK-NO) TO WS-SRC-IX
               PERFORM WRITE-ONE-SCORECARD
           END-PERFORM
           .

       WRITE-ONE-SCORECARD.
           MOVE SPACES TO WS-SCD-LINE
           MOVE WS-RANK-NO TO WS-DISPLAY-NUM
           MOVE WS-SRC-SCORE(WS-SRC-IX) TO WS-DISPLAY-PCT
           STRING "  RANK " FUNCTION TRIM(WS-DISPLAY-NUM)
               "  SCORE " FUNCTION TRIM(WS-DISPLAY-PCT)
               "  " FUNCTION TRIM(WS-SRC-NAME(WS-SRC-IX))
               DELIMITED BY SIZE INTO WS-SCD-LINE
               ON OVERFLOW
                   CONTINUE
           END-STRING
           IF WS-RANK-NO <= WS-REVIEW-MAX
               AND WS-SRC-SCORE(WS-SRC-IX) > 0
               STRING FUNCTION TRIM(WS-SCD-LINE TRAILING)
                   "  *** SUPPLIER REVIEW ***"
                   DELIMITED BY SIZE INTO WS-SCD-LINE
                   ON OVERFLOW
                       CONTINUE
               END-STRING
           END-IF
           WRITE SCORECARD-RECORD FROM WS-SCD-LINE

           MOVE SPACES TO WS-SCD-LINE
           MOVE WS-SRC-POSTED(WS-SRC-IX) TO WS-DISPLAY-NUM
           MOVE WS-SRC-RECS(WS-SRC-IX) TO WS-DISPLAY-NUM2
           STRING "      VOLUME     FILES POSTED="
               FUNCTION TRIM(WS-DISPLAY-NUM)
               "  RECORDS RECEIVED=" FUNCTION TRIM(WS-DISPLAY-NUM2)
               DELIMITED BY SIZE INTO WS-SCD-LINE
           WRITE SCORECARD-RECORD FROM WS-SCD-LINE

           MOVE SPACES TO WS-SCD-LINE
           MOVE WS-SRC-REJ(WS-SRC-IX) TO WS-DISPLAY-NUM
           MOVE WS-SRC-REJ-PCT(WS-SRC-IX) TO WS-DISPLAY-PCT
           STRING "      REJECTS    " FUNCTION TRIM(WS-DISPLAY-NUM)
               " = " FUNCTION TRIM(WS-DISPLAY-PCT) "%"
               DELIMITED BY SIZE INTO WS-SCD-LINE
           PERFORM VARYING WS-J FROM 1 BY 1 UNTIL WS-J > 9
               IF WS-SRC-REJ-RC(WS-SRC-IX, WS-J) > 0
                   COMPUTE WS-RC-TEXT = 100 + WS-J
                   MOVE WS-SRC-REJ-RC(WS-SRC-IX, WS-J)
                       TO WS-DISPLAY-NUM
                   STRING FUNCTION TRIM(WS-SCD-LINE TRAILING)
                       "  RC" WS-RC-TEXT "="
                       FUNCTION TRIM(WS-DISPLAY-NUM)
                       DELIMITED BY SIZE INTO WS-SCD-LINE
                       ON OVERFLOW
                           CONTINUE
                   END-STRING
               END-IF
           END-PERFORM
           WRITE SCORECARD-RECORD FROM WS-SCD-LINE

           MOVE SPACES TO WS-SCD-LINE
           MOVE WS-SRC-TRL-FAIL(WS-SRC-IX) TO WS-DISPLAY-NUM
           MOVE WS-SRC-TRL-RECV(WS-SRC-IX) TO WS-DISPLAY-NUM2
           STRING "      TRAILER    FAILURES="
               FUNCTION TRIM(WS-DISPLAY-NUM)
               "  RETRANSMISSIONS RECEIVED="
               FUNCTION TRIM(WS-DISPLAY-NUM2)
               DELIMITED BY SIZE INTO WS-SCD-LINE
           MOVE WS-SRC-OUTSTAND(WS-SRC-IX) TO WS-DISPLAY-NUM
           STRING FUNCTION TRIM(WS-SCD-LINE TRAILING)
               "  OUTSTANDING=" FUNCTION TRIM(WS-DISPLAY-NUM)
               DELIMITED BY SIZE INTO WS-SCD-LINE
           WRITE SCORECARD-RECORD FROM WS-SCD-LINE

           MOVE SPACES TO WS-SCD-LINE
           MOVE WS-SRC-FILES(WS-SRC-IX) TO WS-DISPLAY-NUM
           MOVE WS-SRC-DUPE(WS-SRC-IX) TO WS-DISPLAY-NUM2
           MOVE WS-SRC-DUPE-PCT(WS-SRC-IX) TO WS-DISPLAY-PCT
           STRING "      GRADES     FILES GRADED="
               FUNCTION TRIM(WS-DISPLAY-NUM)
               "  DUPLICATES=" FUNCTION TRIM(WS-DISPLAY-NUM2)
               " = " FUNCTION TRIM(WS-DISPLAY-PCT) "%"
               DELIMITED BY SIZE INTO WS-SCD-LINE
           MOVE WS-SRC-FAIL(WS-SRC-IX) TO WS-DISPLAY-NUM
           MOVE WS-SRC-DATE(WS-SRC-IX) TO WS-DISPLAY-NUM2
           MOVE WS-SRC-FAIL-PCT(WS-SRC-IX) TO WS-DISPLAY-PCT
           STRING FUNCTION TRIM(WS-SCD-LINE TRAILING)
               "  FAIL=" FUNCTION TRIM(WS-DISPLAY-NUM)
               "  DATE=" FUNCTION TRIM(WS-DISPLAY-NUM2)
               " = " FUNCTION TRIM(WS-DISPLAY-PCT) "% FAILED"
               DELIMITED BY SIZE INTO WS-SCD-LINE
           WRITE SCORECARD-RECORD FROM WS-SCD-LINE

           MOVE SPACES TO WS-SCD-LINE
           MOVE WS-SRC-OPEN(WS-SRC-IX) TO WS-DISPLAY-NUM
           MOVE WS-SRC-AVG-AGE(WS-SRC-IX) TO WS-DISPLAY-PCT
           STRING "      OPEN EXC   " FUNCTION TRIM(WS-DISPLAY-NUM)
               "  AVERAGE AGE=" FUNCTION TRIM(WS-DISPLAY-PCT)
               " RUNS"
               DELIMITED BY SIZE INTO WS-SCD-LINE
           WRITE SCORECARD-RECORD FROM WS-SCD-LINE

           MOVE SPACES TO WS-SCD-LINE
           MOVE WS-SRC-QMARKS(WS-SRC-IX) TO WS-DISPLAY-NUM
           MOVE WS-SRC-POSNS(WS-SRC-IX) TO WS-DISPLAY-NUM2
           MOVE WS-SRC-UNK-PCT(WS-SRC-IX) TO WS-DISPLAY-PCT
           STRING "      UNKNOWN    " FUNCTION TRIM(WS-DISPLAY-NUM)
               " OF " FUNCTION TRIM(WS-DISPLAY-NUM2)
               " POSITIONS = " FUNCTION TRIM(WS-DISPLAY-PCT) "%"
               DELIMITED BY SIZE INTO WS-SCD-LINE
           WRITE SCORECARD-RECORD FROM WS-SCD-LINE
           MOVE SPACES TO WS-SCD-LINE
           WRITE SCORECARD-RECORD FROM WS-SCD-LINE
           .

      *> The short list for the supplier review: the worst three
      *> sources that scored any points at all. A clean source is
      *> never put on the list just to fill it.
       WRITE-SUPPLIER-REVIEW.
           MOVE "MONTHLY SUPPLIER REVIEW - WORST THREE:"
               TO WS-SCD-LINE
           WRITE SCORECARD-RECORD FROM WS-SCD-LINE
           MOVE 0 TO WS-REVIEW-COUNT
           PERFORM VARYING WS-RANK-NO FROM 1 BY 1
               UNTIL WS-RANK-NO > WS-SRC-COUNT
                   OR WS-RANK-NO > WS-REVIEW-MAX
               MOVE WS-RANK-IX(WS-RANK-NO) TO WS-SRC-IX
               IF WS-SRC-SCORE(WS-SRC-IX) > 0
                   ADD 1 TO WS-REVIEW-COUNT
                   MOVE SPACES TO WS-SCD-LINE
                   MOVE WS-RANK-NO TO WS-DISPLAY-NUM
                   MOVE WS-SRC-SCORE(WS-SRC-IX) TO WS-DISPLAY-PCT
                   STRING "  " FUNCTION TRIM(WS-DISPLAY-NUM) ". "
                       FUNCTION TRIM(WS-SRC-NAME(WS-SRC-IX))
                       "  SCORE " FUNCTION TRIM(WS-DISPLAY-PCT)
                       DELIMITED BY SIZE INTO WS-SCD-LINE
                       ON OVERFLOW
                           CONTINUE
                   END-STRING
                   WRITE SCORECARD-RECORD FROM WS-SCD-LINE
                   DISPLAY "SUPPLIER REVIEW: "
                       FUNCTION TRIM(WS-SCD-LINE)
               END-IF
           END-PERFORM
           IF WS-REVIEW-COUNT = 0
               MOVE "  (NO SOURCE SCORED ANY PENALTY POINTS)"
                   TO WS-SCD-LINE
               WRITE SCORECARD-RECORD FROM WS-SCD-LINE
           END-IF
           .

      *> Hard abend: return code 16, the same grading the main
      *> batch program uses.
       ABEND-RUN.
           MOVE 16 TO RETURN-CODE
           STOP RUN
           .

       END PROGRAM ADVENT-2023-12-SCORECARD.
