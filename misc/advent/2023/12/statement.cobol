      *> from the audit-trail history ADVENT-2023-12 appends one
      *> line per run:
      *>     YYYY-MM-DD HH:MM:SS <source> RECORDS=n PART1=n PART2=n
      *>     ELAPSED-SECS=n [BUSDATE=YYYY-MM-DD]
      *>     [MAKER=<ids> CHECKER=<ids>] SEQ=n CHK=c
      *> For the calendar month STATEMENT_MONTH (YYYY-MM, default
      *> the current month) each source gets a statement page: every
      *> run that posted in the month, the month's record volume and
      *> per-file lines, and counting both would double the month.
      *> With ARCHIVE_CATALOG set, an appendix lists the month's
      *> archived detail extracts per run.
      *> STATEMENT_BASIS=BUSINESS buckets each run by the business
      *> date its transmission header carried (the BUSDATE= the main
      *> program appends) instead of the date it ran, so Friday's
      *> file that arrived Monday lands on Friday's month; a
      *> correction follows the run it amends, and a run with no
      *> business date falls back to its run date. The default,
      *> RUN, is the long-standing run-date statement.
      *> The trail is verified before anything is stated: every
      *> chained line's SEQ= must follow the one before and its CHK=
      *> must recompute (the same walk ADVENT-2023-12-AUDITCHK makes;
      *> AUDIT_EXPECT_SEQ catches a trail cut short at the end). A
      *> trail that fails is refused - no statement, return code 16
      *> - unless STATEMENT_INTEGRITY_OVERRIDE names who authorised
      *> stating it anyway; the override and the first fault are
      *> then printed on the closing page and the statement closes
      *> with return code 4 at best. The closing page always shows
      *> the last SEQ/CHK verified, for next month's
      *> AUDIT_EXPECT_SEQ.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       01 WS-STMT-PATH              PIC X(256) VALUE "statement.txt".
       01 WS-CATALOG-PATH           PIC X(256) VALUE SPACES.
       01 WS-STMT-MONTH             PIC X(7) VALUE SPACES.
       01 WS-STMT-BASIS             PIC X(8) VALUE "RUN".
       01 WS-ENV-VALUE              PIC X(256).
       01 WS-AUDIT-STATUS           PIC XX.
       01 WS-STM-STATUS             PIC XX.
       01 WS-SKIP-COUNT             PIC 9(4) VALUE 0.
       01 WS-BATCH-COUNT            PIC 9(4) VALUE 0.

      *> Trail verification. The chain layout and check calculation
      *> must match the main program's COMPUTE-AUDIT-CHECK.
       01 WS-INTEGRITY-OVERRIDE     PIC X(80) VALUE SPACES.
       01 WS-EXPECT-SEQ             PIC 9(8) VALUE 0.
       01 WS-PREV-LINE              PIC X(450) VALUE SPACES.
       01 WS-PREV-LEN               PIC 9(4) VALUE 0.
       01 WS-LINE-LEN               PIC 9(4).
       01 WS-BODY-LEN               PIC 9(4).
       01 WS-TAIL-AT                PIC 9(4).
       01 WS-CHAINED                PIC 9.
       01 WS-CHAIN-STARTED          PIC 9 VALUE 0.
       01 WS-LINE-SEQ               PIC 9(8).
       01 WS-LINE-CHK               PIC 9(18).
       01 WS-CALC-CHK               PIC 9(18).
       01 WS-CI                     PIC 9(4).
       01 WS-LAST-SEQ               PIC 9(8) VALUE 0.
       01 WS-LAST-CHK               PIC 9(18) VALUE 0.
       01 WS-PREV-STAMP             PIC X(19) VALUE SPACES.
       01 WS-TRAIL-LINE-NO          PIC 9(8) VALUE 0.
       01 WS-TRAIL-FAULTS           PIC 9(8) VALUE 0.
       01 WS-TRAIL-STAMPS           PIC 9(8) VALUE 0.
       01 WS-FIRST-FAULT-LINE       PIC 9(8) VALUE 0.
       01 WS-FIRST-FAULT-WHY        PIC X(80) VALUE SPACES.
       01 WS-FAULT-WHY              PIC X(80).

      *> Every distinct non-batch source the history mentions, with
      *> the running last-posted totals (needed to value a
      *> correction) and the month's aggregates.
               10 WS-SRC-HAVE-LAST  PIC 9.
               10 WS-SRC-LAST-P1    PIC 9(18).
               10 WS-SRC-LAST-P2    PIC 9(18).
               10 WS-SRC-LAST-BUSDT PIC X(10).
               10 WS-SRC-MTH-RUNS   PIC 9(4).
               10 WS-SRC-MTH-RECS   PIC 9(9).
               10 WS-SRC-MTH-P1     PIC 9(18).
       01 WS-SRC-WORK               PIC X(256).

      *> The month's run lines, kept in file (chronological) order
      *> for the per-source listings. On a business-date statement
      *> the table also holds the lines that ran this month but
      *> belong to another month's business date (WS-RUN-IN-STMT
      *> 0): they are off the statement, but the batch control
      *> check still needs them.
       01 WS-MAX-RUNS               PIC 9(4) VALUE 2000.
       01 WS-RUN-COUNT              PIC 9(4) VALUE 0.
       01 WS-RUNS.
               10 WS-RUN-P1         PIC 9(18).
               10 WS-RUN-P2         PIC 9(18).
               10 WS-RUN-ELAPSED    PIC 9(5).
               10 WS-RUN-BUSDT      PIC X(10).
               10 WS-RUN-IN-STMT    PIC 9.

      *> The month's correction lines, valued as deltas against the
      *> original run's totals at the moment they were applied.
       01 WS-FLD-P1                 PIC X(40).
       01 WS-FLD-P2                 PIC X(40).
       01 WS-FLD-ELAPSED            PIC X(40).
       01 WS-FLD-BUSDATE            PIC X(40).
       01 WS-LINE-BUSDT             PIC X(10).
       01 WS-IN-STMT                PIC 9.

      *> Catalog-appendix parse fields.
       01 WS-CAT-F1                 PIC X(300).
       PROCEDURE DIVISION.
       MAIN-PROGRAM.
           PERFORM INIT-PARAMETERS
           PERFORM VERIFY-AUDIT-TRAIL
           PERFORM LOAD-AUDIT-HISTORY
           PERFORM OPEN-STATEMENT-REPORT
           PERFORM WRITE-SOURCE-STATEMENTS
               MOVE WS-ENV-VALUE TO WS-CATALOG-PATH
           END-IF

           MOVE SPACES TO WS-ENV-VALUE
           DISPLAY "STATEMENT_INTEGRITY_OVERRIDE"
               UPON ENVIRONMENT-NAME
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT-VALUE
           MOVE WS-ENV-VALUE(1:80) TO WS-INTEGRITY-OVERRIDE

           MOVE SPACES TO WS-ENV-VALUE
           DISPLAY "AUDIT_EXPECT_SEQ" UPON ENVIRONMENT-NAME
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT-VALUE
           IF WS-ENV-VALUE NOT = SPACES
               IF FUNCTION TEST-NUMVAL(FUNCTION TRIM(WS-ENV-VALUE))
                   NOT = 0
                   DISPLAY "AUDIT_EXPECT_SEQ MUST BE A SEQUENCE "
                       "NUMBER"
                   PERFORM ABEND-RUN
               END-IF
               MOVE FUNCTION NUMVAL(WS-ENV-VALUE) TO WS-EXPECT-SEQ
           END-IF

           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
           MOVE SPACES TO WS-RUN-DATE
           STRING WS-CURRENT-DATE(1:4) "-" WS-CURRENT-DATE(5:2)
               DISPLAY "STATEMENT_MONTH MUST BE YYYY-MM"
               PERFORM ABEND-RUN
           END-IF

           MOVE SPACES TO WS-ENV-VALUE
           DISPLAY "STATEMENT_BASIS" UPON ENVIRONMENT-NAME
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT-VALUE
           IF WS-ENV-VALUE NOT = SPACES
               MOVE FUNCTION UPPER-CASE(WS-ENV-VALUE(1:8))
                   TO WS-STMT-BASIS
           END-IF
           IF WS-STMT-BASIS NOT = "RUN"
               AND WS-STMT-BASIS NOT = "BUSINESS"
               DISPLAY "STATEMENT_BASIS MUST BE RUN OR BUSINESS"
               PERFORM ABEND-RUN
           END-IF
           .

      *> Walk the whole chain before stating any of it. A failed
      *> trail stops the statement here unless the operator has
      *> overridden; run stamps out of order alone do not fail it
      *> (a long batch run stamps its lines with its start time).
       VERIFY-AUDIT-TRAIL.
           OPEN INPUT AUDIT-FILE
           IF WS-AUDIT-STATUS NOT = "00"
               DISPLAY "CANNOT OPEN AUDIT HISTORY "
                   FUNCTION TRIM(WS-AUDIT-PATH)
                   " - STATUS " WS-AUDIT-STATUS
               PERFORM ABEND-RUN
           END-IF
           READ AUDIT-FILE INTO WS-LINE
           PERFORM UNTIL WS-AUDIT-STATUS NOT = "00"
               ADD 1 TO WS-TRAIL-LINE-NO
               PERFORM CHECK-AUDIT-LINE
               READ AUDIT-FILE INTO WS-LINE
           END-PERFORM
           CLOSE AUDIT-FILE
           IF WS-EXPECT-SEQ > WS-LAST-SEQ
               MOVE "TRAIL ENDS BEFORE AUDIT_EXPECT_SEQ - LINES CUT "
                   TO WS-FAULT-WHY
               STRING FUNCTION TRIM(WS-FAULT-WHY) " FROM THE END"
                   DELIMITED BY SIZE INTO WS-FAULT-WHY
               PERFORM NOTE-TRAIL-FAULT
           END-IF
           IF WS-TRAIL-FAULTS = 0
               EXIT PARAGRAPH
           END-IF
           MOVE WS-TRAIL-FAULTS TO WS-DISPLAY-NUM
           MOVE WS-FIRST-FAULT-LINE TO WS-DISPLAY-NUM2
           DISPLAY "AUDIT TRAIL " FUNCTION TRIM(WS-AUDIT-PATH)
               " FAILS VERIFICATION: "
               FUNCTION TRIM(WS-DISPLAY-NUM) " FAULTS, FIRST AT LINE "
               FUNCTION TRIM(WS-DISPLAY-NUM2) " - "
               FUNCTION TRIM(WS-FIRST-FAULT-WHY)
           IF WS-INTEGRITY-OVERRIDE = SPACES
               DISPLAY "STATEMENT REFUSED - RUN ADVENT-2023-12-AUDITCHK"
                   " FOR THE FULL FINDINGS, OR SET "
                   "STATEMENT_INTEGRITY_OVERRIDE TO STATE IT ANYWAY"
               PERFORM ABEND-RUN
           END-IF
           DISPLAY "STATEMENT PRODUCED UNDER INTEGRITY OVERRIDE: "
               FUNCTION TRIM(WS-INTEGRITY-OVERRIDE)
           .

       CHECK-AUDIT-LINE.
           IF WS-LINE = SPACES
               IF WS-CHAIN-STARTED = 1
                   MOVE "BLANK LINE INSIDE THE CHAIN" TO WS-FAULT-WHY
                   PERFORM NOTE-TRAIL-FAULT
               END-IF
               EXIT PARAGRAPH
           END-IF
           IF WS-LINE(5:1) = "-" AND WS-LINE(8:1) = "-"
               AND WS-LINE(14:1) = ":"
               IF WS-PREV-STAMP NOT = SPACES
                   AND WS-LINE(1:19) < WS-PREV-STAMP
                   ADD 1 TO WS-TRAIL-STAMPS
               END-IF
               MOVE WS-LINE(1:19) TO WS-PREV-STAMP
           END-IF
           PERFORM SPLIT-CHAIN-TOKENS
           IF WS-CHAINED = 0
               IF WS-CHAIN-STARTED = 1
                   MOVE "LINE CARRIES NO SEQ=/CHK= INSIDE THE CHAIN"
                       TO WS-FAULT-WHY
                   PERFORM NOTE-TRAIL-FAULT
               END-IF
           ELSE
               IF WS-LINE-SEQ NOT = WS-LAST-SEQ + 1
                   MOVE "SEQUENCE GAP, REPEAT OR REVERSAL"
                       TO WS-FAULT-WHY
                   PERFORM NOTE-TRAIL-FAULT
               END-IF
               PERFORM COMPUTE-AUDIT-CHECK
               IF WS-CALC-CHK NOT = WS-LINE-CHK
                   MOVE "CHECK VALUE DOES NOT MATCH THE LINE"
                       TO WS-FAULT-WHY
                   PERFORM NOTE-TRAIL-FAULT
               END-IF
               MOVE 1 TO WS-CHAIN-STARTED
               MOVE WS-LINE-SEQ TO WS-LAST-SEQ
               MOVE WS-LINE-CHK TO WS-LAST-CHK
           END-IF
           MOVE WS-LINE TO WS-PREV-LINE
           MOVE WS-LINE-LEN TO WS-PREV-LEN
           .

      *> A chained line ends " SEQ=" + 8 digits + " CHK=" + 18
      *> digits: the last 36 characters.
       SPLIT-CHAIN-TOKENS.
           MOVE 0 TO WS-CHAINED
           MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-LINE))
               TO WS-LINE-LEN
           IF WS-LINE-LEN <= 36
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-TAIL-AT = WS-LINE-LEN - 35
           IF WS-LINE(WS-TAIL-AT:5) NOT = " SEQ="
               OR WS-LINE(WS-TAIL-AT + 5:8) IS NOT NUMERIC
               OR WS-LINE(WS-TAIL-AT + 13:5) NOT = " CHK="
               OR WS-LINE(WS-TAIL-AT + 18:18) IS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           MOVE 1 TO WS-CHAINED
           MOVE WS-LINE(WS-TAIL-AT + 5:8) TO WS-LINE-SEQ
           MOVE WS-LINE(WS-TAIL-AT + 18:18) TO WS-LINE-CHK
           COMPUTE WS-BODY-LEN = WS-TAIL-AT + 12
           .

      *> djb2 over the previous line and then this one up to and
      *> including its SEQ= token.
       COMPUTE-AUDIT-CHECK.
           MOVE 5381 TO WS-CALC-CHK
           PERFORM VARYING WS-CI FROM 1 BY 1
               UNTIL WS-CI > WS-PREV-LEN
               COMPUTE WS-CALC-CHK = FUNCTION MOD(
                   WS-CALC-CHK * 33 +
                   FUNCTION ORD(WS-PREV-LINE(WS-CI:1)),
                   999999999999999937)
           END-PERFORM
           PERFORM VARYING WS-CI FROM 1 BY 1
               UNTIL WS-CI > WS-BODY-LEN
               COMPUTE WS-CALC-CHK = FUNCTION MOD(
                   WS-CALC-CHK * 33 +
                   FUNCTION ORD(WS-LINE(WS-CI:1)),
                   999999999999999937)
           END-PERFORM
           .

       NOTE-TRAIL-FAULT.
           ADD 1 TO WS-TRAIL-FAULTS
           IF WS-FIRST-FAULT-LINE = 0
               MOVE WS-TRAIL-LINE-NO TO WS-FIRST-FAULT-LINE
               MOVE WS-FAULT-WHY TO WS-FIRST-FAULT-WHY
           END-IF
           .

       LOAD-AUDIT-HISTORY.
           MOVE SPACES TO WS-FLD-P1
           MOVE SPACES TO WS-FLD-P2
           MOVE SPACES TO WS-FLD-ELAPSED
           MOVE SPACES TO WS-FLD-BUSDATE
           UNSTRING FUNCTION TRIM(WS-LINE)
               DELIMITED BY ALL " "
               INTO WS-FLD-DATE WS-FLD-TIME WS-FLD-SRC
                   WS-FLD-RECS WS-FLD-P1 WS-FLD-P2 WS-FLD-ELAPSED
                   WS-FLD-BUSDATE
           END-UNSTRING
      *> The header date reaches the audit line as sent when no
      *> calendar checked it; one that is not YYYY-MM-DD buckets the
      *> run by its run date instead.
           MOVE SPACES TO WS-LINE-BUSDT
           IF WS-FLD-BUSDATE(1:8) = "BUSDATE="
               AND WS-FLD-BUSDATE(13:1) = "-"
               AND WS-FLD-BUSDATE(16:1) = "-"
               AND WS-FLD-BUSDATE(9:4) IS NUMERIC
               AND WS-FLD-BUSDATE(14:2) IS NUMERIC
               AND WS-FLD-BUSDATE(17:2) IS NUMERIC
               AND WS-FLD-BUSDATE(19:1) = SPACE
               MOVE WS-FLD-BUSDATE(9:10) TO WS-LINE-BUSDT
           END-IF
           IF WS-FLD-DATE(5:1) NOT = "-"
               OR WS-FLD-DATE(8:1) NOT = "-"
               OR WS-FLD-RECS(1:8) NOT = "RECORDS="
           MOVE WS-VAL-P1 TO WS-SRC-LAST-P1(WS-SRC-IX)
           MOVE WS-VAL-P2 TO WS-SRC-LAST-P2(WS-SRC-IX)
           MOVE 1 TO WS-SRC-HAVE-LAST(WS-SRC-IX)
           MOVE WS-LINE-BUSDT TO WS-SRC-LAST-BUSDT(WS-SRC-IX)
           MOVE 0 TO WS-IN-STMT
           IF WS-STMT-BASIS = "BUSINESS" AND WS-LINE-BUSDT NOT = SPACES
               IF WS-LINE-BUSDT(1:7) = WS-STMT-MONTH
                   MOVE 1 TO WS-IN-STMT
               END-IF
           ELSE
               IF WS-FLD-DATE(1:7) = WS-STMT-MONTH
                   MOVE 1 TO WS-IN-STMT
               END-IF
           END-IF
           IF WS-IN-STMT = 0
               AND WS-FLD-DATE(1:7) NOT = WS-STMT-MONTH
               EXIT PARAGRAPH
           END-IF
           IF WS-RUN-COUNT >= WS-MAX-RUNS
           ELSE
               MOVE 0 TO WS-RUN-ELAPSED(WS-RUN-COUNT)
           END-IF
           MOVE WS-LINE-BUSDT TO WS-RUN-BUSDT(WS-RUN-COUNT)
           MOVE WS-IN-STMT TO WS-RUN-IN-STMT(WS-RUN-COUNT)
           IF WS-IN-STMT = 0
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-SRC-MTH-RUNS(WS-SRC-IX)
           ADD WS-RUN-RECS(WS-RUN-COUNT)
               TO WS-SRC-MTH-RECS(WS-SRC-IX)
       STORE-CORRECTION-LINE.
           MOVE WS-FLD-SRC(12:256) TO WS-SRC-WORK
           PERFORM FIND-SOURCE
           IF WS-STMT-BASIS = "BUSINESS"
               AND WS-SRC-LAST-BUSDT(WS-SRC-IX) NOT = SPACES
               IF WS-SRC-LAST-BUSDT(WS-SRC-IX)(1:7)
                   NOT = WS-STMT-MONTH
                   EXIT PARAGRAPH
               END-IF
           ELSE
               IF WS-FLD-DATE(1:7) NOT = WS-STMT-MONTH
                   EXIT PARAGRAPH
               END-IF
           END-IF
           IF WS-CORR-COUNT >= WS-MAX-CORR
               MOVE WS-MAX-CORR TO WS-DISPLAY-NUM
           MOVE 0 TO WS-SRC-HAVE-LAST(WS-SRC-IX)
           MOVE 0 TO WS-SRC-LAST-P1(WS-SRC-IX)
           MOVE 0 TO WS-SRC-LAST-P2(WS-SRC-IX)
           MOVE SPACES TO WS-SRC-LAST-BUSDT(WS-SRC-IX)
           MOVE 0 TO WS-SRC-MTH-RUNS(WS-SRC-IX)
           MOVE 0 TO WS-SRC-MTH-RECS(WS-SRC-IX)
           MOVE 0 TO WS-SRC-MTH-P1(WS-SRC-IX)
               FUNCTION TRIM(WS-AUDIT-PATH)
               DELIMITED BY SIZE INTO WS-STM-LINE
           WRITE STATEMENT-RECORD FROM WS-STM-LINE
           IF WS-STMT-BASIS = "BUSINESS"
               MOVE "BASIS: BUSINESS DATE (RUN DATE IF NONE CARRIED)"
                   TO WS-STM-LINE
           ELSE
               MOVE "BASIS: RUN DATE" TO WS-STM-LINE
           END-IF
           WRITE STATEMENT-RECORD FROM WS-STM-LINE
           MOVE SPACES TO WS-STM-LINE
           MOVE WS-BATCH-COUNT TO WS-DISPLAY-NUM
           MOVE WS-SKIP-COUNT TO WS-DISPLAY-NUM2
           PERFORM VARYING WS-I FROM 1 BY 1
               UNTIL WS-I > WS-RUN-COUNT
               IF WS-RUN-SRC-IX(WS-I) = WS-SRC-IX
                   AND WS-RUN-IN-STMT(WS-I) = 1
                   MOVE SPACES TO WS-STM-LINE
                   MOVE WS-RUN-RECS(WS-I) TO WS-DISPLAY-NUM
                   STRING "    " WS-RUN-DT(WS-I) " "
                       ON OVERFLOW
                           CONTINUE
                   END-STRING
                   IF WS-STMT-BASIS = "BUSINESS"
                       AND WS-RUN-BUSDT(WS-I) NOT = SPACES
                       STRING "    " FUNCTION TRIM(WS-STM-LINE)
                           " BUSDATE=" WS-RUN-BUSDT(WS-I)
                           DELIMITED BY SIZE INTO WS-STM-LINE
                           ON OVERFLOW
                               CONTINUE
                       END-STRING
                   END-IF
                   WRITE STATEMENT-RECORD FROM WS-STM-LINE
               END-IF
           END-PERFORM
                   WS-STMT-MONTH
               MOVE 4 TO RETURN-CODE
           END-IF
           PERFORM WRITE-INTEGRITY-SECTION
           .

      *> How far the trail verified, and - when it did not - the
      *> first fault and who authorised stating it regardless.
       WRITE-INTEGRITY-SECTION.
           MOVE SPACES TO WS-STM-LINE
           WRITE STATEMENT-RECORD FROM WS-STM-LINE
           MOVE "  AUDIT TRAIL INTEGRITY:" TO WS-STM-LINE
           WRITE STATEMENT-RECORD FROM WS-STM-LINE
           MOVE SPACES TO WS-STM-LINE
           MOVE WS-LAST-SEQ TO WS-DISPLAY-NUM
           STRING "    CHAIN ENDS AT SEQ " FUNCTION TRIM(WS-DISPLAY-NUM)
               " CHK=" WS-LAST-CHK
               DELIMITED BY SIZE INTO WS-STM-LINE
           WRITE STATEMENT-RECORD FROM WS-STM-LINE
           IF WS-TRAIL-STAMPS > 0
               MOVE SPACES TO WS-STM-LINE
               MOVE WS-TRAIL-STAMPS TO WS-DISPLAY-NUM
               STRING "    RUN STAMPS OUT OF ORDER: "
                   FUNCTION TRIM(WS-DISPLAY-NUM)
                   DELIMITED BY SIZE INTO WS-STM-LINE
               WRITE STATEMENT-RECORD FROM WS-STM-LINE
           END-IF
           IF WS-TRAIL-FAULTS = 0
               MOVE "    TRAIL VERIFIED" TO WS-STM-LINE
               WRITE STATEMENT-RECORD FROM WS-STM-LINE
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-STM-LINE
           MOVE WS-TRAIL-FAULTS TO WS-DISPLAY-NUM
           MOVE WS-FIRST-FAULT-LINE TO WS-DISPLAY-NUM2
           STRING "    *** TRAIL FAILED VERIFICATION - "
               FUNCTION TRIM(WS-DISPLAY-NUM)
               " FAULTS, FIRST AT LINE "
               FUNCTION TRIM(WS-DISPLAY-NUM2) ": "
               FUNCTION TRIM(WS-FIRST-FAULT-WHY) " ***"
               DELIMITED BY SIZE INTO WS-STM-LINE
           WRITE STATEMENT-RECORD FROM WS-STM-LINE
           MOVE SPACES TO WS-STM-LINE
           STRING "    *** STATEMENT PRODUCED UNDER OPERATOR "
               "OVERRIDE: " FUNCTION TRIM(WS-INTEGRITY-OVERRIDE)
               " ***"
               DELIMITED BY SIZE INTO WS-STM-LINE
           WRITE STATEMENT-RECORD FROM WS-STM-LINE
           MOVE 4 TO RETURN-CODE
           .

      *> One BATCH: summary line against the per-file lines that
