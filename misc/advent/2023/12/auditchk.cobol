       IDENTIFICATION DIVISION.
       PROGRAM-ID. ADVENT-2023-12-AUDITCHK.

      *> Integrity check of the audit trail ADVENT-2023-12 appends
      *> one line per run:
      *>     YYYY-MM-DD HH:MM:SS <source> RECORDS=n PART1=n PART2=n
      *>     ELAPSED-SECS=n [BUSDATE=YYYY-MM-DD]
      *>     [MAKER=<ids> CHECKER=<ids>] SEQ=n CHK=c
      *> SEQ counts 1, 2, 3... down the trail and CHK chains each
      *> line to the one before it: a djb2 check value taken over
      *> the previous line exactly as written and then this line up
      *> to and including its SEQ= token. Walking the whole trail
      *> this reports, line by line, every link whose check value
      *> does not recompute (the first one is where the tampering
      *> began), every gap or step back in the sequence (deleted or
      *> inserted lines), and every run stamp earlier than the line
      *> before it. Lines from before the chain began carry no
      *> SEQ=/CHK= and are counted, not checked; once the chain has
      *> begun, an unchained line is a break. AUDIT_EXPECT_SEQ, the
      *> last sequence number a previous check or statement
      *> reported, also catches a trail cut short at the end.
      *> The check calculation must match the main program's
      *> COMPUTE-AUDIT-CHECK exactly.
      *> Return code 0 is a verified trail, 4 a verified chain with
      *> run stamps out of order (a long batch run stamps its lines
      *> with its start time, so another job's line can land
      *> between them), 8 a trail that fails verification, 16 a
      *> check that could not run.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AUDIT-FILE ASSIGN TO DYNAMIC WS-AUDIT-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.
           SELECT CHECK-FILE ASSIGN TO DYNAMIC WS-CHECK-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHK-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD AUDIT-FILE.
       01 AUDIT-RECORD              PIC X(450).

       FD CHECK-FILE.
       01 CHECK-RECORD              PIC X(300).

       WORKING-STORAGE SECTION.
       01 WS-AUDIT-PATH             PIC X(256) VALUE "audit.log".
       01 WS-CHECK-PATH             PIC X(256) VALUE "auditchk.txt".
       01 WS-ENV-VALUE              PIC X(256).
       01 WS-AUDIT-STATUS           PIC XX.
       01 WS-CHK-STATUS             PIC XX.
       01 WS-CURRENT-DATE           PIC X(21).
       01 WS-RUN-DATE               PIC X(10).
       01 WS-RUN-TIME               PIC X(8).
       01 WS-LINE                   PIC X(450).
       01 WS-CHK-LINE               PIC X(300).
       01 WS-EXPECT-SEQ             PIC 9(8) VALUE 0.

      *> Chain state while walking the trail.
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
       01 WS-NEXT-SEQ               PIC 9(8).
       01 WS-PREV-STAMP             PIC X(19) VALUE SPACES.

      *> What was found. The first broken link is kept apart from
      *> the running counts: it is where an investigation starts.
       01 WS-LINE-NO                PIC 9(8) VALUE 0.
       01 WS-PRECHAIN-COUNT         PIC 9(8) VALUE 0.
       01 WS-CHAINED-COUNT          PIC 9(8) VALUE 0.
       01 WS-BREAK-COUNT            PIC 9(8) VALUE 0.
       01 WS-GAP-COUNT              PIC 9(8) VALUE 0.
       01 WS-SEQ-ERR-COUNT          PIC 9(8) VALUE 0.
       01 WS-STAMP-COUNT            PIC 9(8) VALUE 0.
       01 WS-TRUNCATED              PIC 9 VALUE 0.
       01 WS-FIRST-BREAK-LINE       PIC 9(8) VALUE 0.
       01 WS-FIRST-BREAK-WHY        PIC X(80) VALUE SPACES.
       01 WS-FINDING                PIC X(200).
       01 WS-FINDING-COUNT          PIC 9(8) VALUE 0.
       01 WS-BREAK-WHY              PIC X(80).

       01 WS-DISPLAY-NUM            PIC Z(17)9.
       01 WS-DISPLAY-NUM2           PIC Z(17)9.

       PROCEDURE DIVISION.
       MAIN-PROGRAM.
           PERFORM INIT-PARAMETERS
           PERFORM OPEN-CHECK-REPORT
           PERFORM VERIFY-AUDIT-TRAIL
           PERFORM WRITE-CHECK-SUMMARY
           CLOSE CHECK-FILE
           STOP RUN.

       INIT-PARAMETERS.
           MOVE SPACES TO WS-ENV-VALUE
           DISPLAY "AUDIT_FILE" UPON ENVIRONMENT-NAME
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT-VALUE
           IF WS-ENV-VALUE NOT = SPACES
               MOVE WS-ENV-VALUE TO WS-AUDIT-PATH
           END-IF

           MOVE SPACES TO WS-ENV-VALUE
           DISPLAY "AUDITCHK_REPORT" UPON ENVIRONMENT-NAME
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT-VALUE
           IF WS-ENV-VALUE NOT = SPACES
               MOVE WS-ENV-VALUE TO WS-CHECK-PATH
           END-IF

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
               "-" WS-CURRENT-DATE(7:2) DELIMITED BY SIZE
               INTO WS-RUN-DATE
           MOVE SPACES TO WS-RUN-TIME
           STRING WS-CURRENT-DATE(9:2) ":" WS-CURRENT-DATE(11:2)
               ":" WS-CURRENT-DATE(13:2) DELIMITED BY SIZE
               INTO WS-RUN-TIME
           .

       OPEN-CHECK-REPORT.
           OPEN OUTPUT CHECK-FILE
           IF WS-CHK-STATUS NOT = "00"
               DISPLAY "CANNOT OPEN CHECK REPORT "
                   FUNCTION TRIM(WS-CHECK-PATH)
                   " - STATUS " WS-CHK-STATUS
               PERFORM ABEND-RUN
           END-IF
           MOVE "ADVENT 2023 DAY 12 - AUDIT TRAIL INTEGRITY CHECK"
               TO WS-CHK-LINE
           WRITE CHECK-RECORD FROM WS-CHK-LINE
           MOVE SPACES TO WS-CHK-LINE
           STRING "RUN DATE: " WS-RUN-DATE "  RUN TIME: "
               WS-RUN-TIME "  TRAIL: "
               FUNCTION TRIM(WS-AUDIT-PATH)
               DELIMITED BY SIZE INTO WS-CHK-LINE
               ON OVERFLOW
                   CONTINUE
           END-STRING
           WRITE CHECK-RECORD FROM WS-CHK-LINE
           MOVE SPACES TO WS-CHK-LINE
           WRITE CHECK-RECORD FROM WS-CHK-LINE
           .

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
               ADD 1 TO WS-LINE-NO
               PERFORM CHECK-AUDIT-LINE
               READ AUDIT-FILE INTO WS-LINE
           END-PERFORM
           CLOSE AUDIT-FILE
           IF WS-EXPECT-SEQ > WS-LAST-SEQ
               MOVE 1 TO WS-TRUNCATED
               MOVE WS-LAST-SEQ TO WS-DISPLAY-NUM
               MOVE WS-EXPECT-SEQ TO WS-DISPLAY-NUM2
               MOVE SPACES TO WS-FINDING
               STRING "TRAIL ENDS AT SEQ "
                   FUNCTION TRIM(WS-DISPLAY-NUM)
                   " BUT SEQ " FUNCTION TRIM(WS-DISPLAY-NUM2)
                   " WAS ALREADY ON IT - LINES CUT FROM THE END"
                   DELIMITED BY SIZE INTO WS-FINDING
               PERFORM NOTE-FINDING
           END-IF
           .

      *> One line of the trail against the chain so far.
       CHECK-AUDIT-LINE.
           IF WS-LINE = SPACES
               IF WS-CHAIN-STARTED = 1
                   MOVE "BLANK LINE INSIDE THE CHAIN" TO WS-BREAK-WHY
                   PERFORM NOTE-BROKEN-LINK
               END-IF
               EXIT PARAGRAPH
           END-IF
           PERFORM CHECK-LINE-STAMP
           PERFORM SPLIT-CHAIN-TOKENS
           IF WS-CHAINED = 0
               IF WS-CHAIN-STARTED = 1
                   MOVE "LINE CARRIES NO SEQ=/CHK= INSIDE THE CHAIN"
                       TO WS-BREAK-WHY
                   PERFORM NOTE-BROKEN-LINK
               ELSE
                   ADD 1 TO WS-PRECHAIN-COUNT
               END-IF
           ELSE
               ADD 1 TO WS-CHAINED-COUNT
               PERFORM CHECK-LINE-SEQUENCE
               PERFORM COMPUTE-AUDIT-CHECK
               IF WS-CALC-CHK NOT = WS-LINE-CHK
                   MOVE "CHECK VALUE DOES NOT MATCH THE LINE"
                       TO WS-BREAK-WHY
                   PERFORM NOTE-BROKEN-LINK
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

       CHECK-LINE-SEQUENCE.
           ADD 1 TO WS-LAST-SEQ GIVING WS-NEXT-SEQ
           IF WS-LINE-SEQ = WS-NEXT-SEQ
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-FINDING
           IF WS-LINE-SEQ > WS-NEXT-SEQ
               ADD 1 TO WS-GAP-COUNT
               MOVE WS-NEXT-SEQ TO WS-DISPLAY-NUM
               COMPUTE WS-DISPLAY-NUM2 = WS-LINE-SEQ - 1
               IF WS-DISPLAY-NUM = WS-DISPLAY-NUM2
                   STRING "SEQUENCE GAP - SEQ "
                       FUNCTION TRIM(WS-DISPLAY-NUM) " MISSING"
                       DELIMITED BY SIZE INTO WS-FINDING
               ELSE
                   STRING "SEQUENCE GAP - SEQ "
                       FUNCTION TRIM(WS-DISPLAY-NUM) " TO "
                       FUNCTION TRIM(WS-DISPLAY-NUM2)
                       " MISSING"
                       DELIMITED BY SIZE INTO WS-FINDING
               END-IF
           ELSE
               ADD 1 TO WS-SEQ-ERR-COUNT
               MOVE WS-LINE-SEQ TO WS-DISPLAY-NUM
               MOVE WS-NEXT-SEQ TO WS-DISPLAY-NUM2
               STRING "SEQ " FUNCTION TRIM(WS-DISPLAY-NUM)
                   " REPEATED OR OUT OF ORDER - EXPECTED "
                   FUNCTION TRIM(WS-DISPLAY-NUM2)
                   DELIMITED BY SIZE INTO WS-FINDING
           END-IF
           PERFORM NOTE-FINDING
           .

      *> Run stamps should never go backwards down the trail.
       CHECK-LINE-STAMP.
           IF WS-LINE(5:1) NOT = "-" OR WS-LINE(8:1) NOT = "-"
               OR WS-LINE(14:1) NOT = ":"
               EXIT PARAGRAPH
           END-IF
           IF WS-PREV-STAMP NOT = SPACES
               AND WS-LINE(1:19) < WS-PREV-STAMP
               ADD 1 TO WS-STAMP-COUNT
               MOVE SPACES TO WS-FINDING
               STRING "RUN STAMP " WS-LINE(1:19)
                   " IS EARLIER THAN THE LINE BEFORE IT ("
                   WS-PREV-STAMP ")"
                   DELIMITED BY SIZE INTO WS-FINDING
               PERFORM NOTE-FINDING
           END-IF
           MOVE WS-LINE(1:19) TO WS-PREV-STAMP
           .

       NOTE-BROKEN-LINK.
           ADD 1 TO WS-BREAK-COUNT
           IF WS-FIRST-BREAK-LINE = 0
               MOVE WS-LINE-NO TO WS-FIRST-BREAK-LINE
               MOVE WS-BREAK-WHY TO WS-FIRST-BREAK-WHY
           END-IF
           MOVE SPACES TO WS-FINDING
           STRING "BROKEN LINK - " FUNCTION TRIM(WS-BREAK-WHY)
               DELIMITED BY SIZE INTO WS-FINDING
           PERFORM NOTE-FINDING
           .

       NOTE-FINDING.
           IF WS-FINDING-COUNT = 0
               MOVE "FINDINGS:" TO WS-CHK-LINE
               WRITE CHECK-RECORD FROM WS-CHK-LINE
           END-IF
           ADD 1 TO WS-FINDING-COUNT
           MOVE SPACES TO WS-CHK-LINE
           IF WS-TRUNCATED = 1
               STRING "  END OF TRAIL: " FUNCTION TRIM(WS-FINDING)
                   DELIMITED BY SIZE INTO WS-CHK-LINE
           ELSE
               MOVE WS-LINE-NO TO WS-DISPLAY-NUM
               STRING "  LINE " FUNCTION TRIM(WS-DISPLAY-NUM) ": "
                   FUNCTION TRIM(WS-FINDING)
                   DELIMITED BY SIZE INTO WS-CHK-LINE
           END-IF
           WRITE CHECK-RECORD FROM WS-CHK-LINE
           .

      *> djb2 over the previous line (WS-PREV-LEN characters) and
      *> then the first WS-BODY-LEN characters of this one - the
      *> main program's COMPUTE-AUDIT-CHECK.
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

       WRITE-CHECK-SUMMARY.
           IF WS-FINDING-COUNT > 0
               MOVE SPACES TO WS-CHK-LINE
               WRITE CHECK-RECORD FROM WS-CHK-LINE
           END-IF
           MOVE "SUMMARY:" TO WS-CHK-LINE
           WRITE CHECK-RECORD FROM WS-CHK-LINE
           MOVE SPACES TO WS-CHK-LINE
           MOVE WS-LINE-NO TO WS-DISPLAY-NUM
           STRING "  LINES READ: " FUNCTION TRIM(WS-DISPLAY-NUM)
               DELIMITED BY SIZE INTO WS-CHK-LINE
           WRITE CHECK-RECORD FROM WS-CHK-LINE
           MOVE SPACES TO WS-CHK-LINE
           MOVE WS-PRECHAIN-COUNT TO WS-DISPLAY-NUM
           MOVE WS-CHAINED-COUNT TO WS-DISPLAY-NUM2
           STRING "  LINES BEFORE THE CHAIN BEGAN: "
               FUNCTION TRIM(WS-DISPLAY-NUM)
               "  CHAINED LINES: " FUNCTION TRIM(WS-DISPLAY-NUM2)
               DELIMITED BY SIZE INTO WS-CHK-LINE
           WRITE CHECK-RECORD FROM WS-CHK-LINE
           MOVE SPACES TO WS-CHK-LINE
           MOVE WS-BREAK-COUNT TO WS-DISPLAY-NUM
           MOVE WS-GAP-COUNT TO WS-DISPLAY-NUM2
           STRING "  BROKEN LINKS: " FUNCTION TRIM(WS-DISPLAY-NUM)
               "  SEQUENCE GAPS: " FUNCTION TRIM(WS-DISPLAY-NUM2)
               DELIMITED BY SIZE INTO WS-CHK-LINE
           WRITE CHECK-RECORD FROM WS-CHK-LINE
           MOVE SPACES TO WS-CHK-LINE
           MOVE WS-SEQ-ERR-COUNT TO WS-DISPLAY-NUM
           MOVE WS-STAMP-COUNT TO WS-DISPLAY-NUM2
           STRING "  SEQUENCE REPEATS/REVERSALS: "
               FUNCTION TRIM(WS-DISPLAY-NUM)
               "  RUN STAMPS OUT OF ORDER: "
               FUNCTION TRIM(WS-DISPLAY-NUM2)
               DELIMITED BY SIZE INTO WS-CHK-LINE
           WRITE CHECK-RECORD FROM WS-CHK-LINE
           IF WS-FIRST-BREAK-LINE > 0
               MOVE SPACES TO WS-CHK-LINE
               MOVE WS-FIRST-BREAK-LINE TO WS-DISPLAY-NUM
               STRING "  FIRST BROKEN LINK: LINE "
                   FUNCTION TRIM(WS-DISPLAY-NUM) " - "
                   FUNCTION TRIM(WS-FIRST-BREAK-WHY)
                   DELIMITED BY SIZE INTO WS-CHK-LINE
               WRITE CHECK-RECORD FROM WS-CHK-LINE
           END-IF
           MOVE SPACES TO WS-CHK-LINE
           MOVE WS-LAST-SEQ TO WS-DISPLAY-NUM
           STRING "  LAST SEQ: " FUNCTION TRIM(WS-DISPLAY-NUM)
               "  LAST CHK: " WS-LAST-CHK
               "  (PASS AS AUDIT_EXPECT_SEQ TO THE NEXT CHECK)"
               DELIMITED BY SIZE INTO WS-CHK-LINE
           WRITE CHECK-RECORD FROM WS-CHK-LINE
           MOVE SPACES TO WS-CHK-LINE
           WRITE CHECK-RECORD FROM WS-CHK-LINE

           IF WS-BREAK-COUNT > 0 OR WS-GAP-COUNT > 0
               OR WS-SEQ-ERR-COUNT > 0 OR WS-TRUNCATED = 1
               MOVE "*** AUDIT TRAIL FAILS VERIFICATION ***"
                   TO WS-CHK-LINE
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-STAMP-COUNT > 0
                   MOVE "AUDIT TRAIL VERIFIED - STAMPS OUT OF ORDER"
                       TO WS-CHK-LINE
                   MOVE 4 TO RETURN-CODE
               ELSE
                   MOVE "AUDIT TRAIL VERIFIED" TO WS-CHK-LINE
                   MOVE 0 TO RETURN-CODE
               END-IF
           END-IF
           WRITE CHECK-RECORD FROM WS-CHK-LINE
           DISPLAY FUNCTION TRIM(WS-CHK-LINE) " - "
               FUNCTION TRIM(WS-AUDIT-PATH)
           IF WS-FIRST-BREAK-LINE > 0
               MOVE WS-FIRST-BREAK-LINE TO WS-DISPLAY-NUM
               DISPLAY "FIRST BROKEN LINK AT LINE "
                   FUNCTION TRIM(WS-DISPLAY-NUM)
           END-IF
           .

      *> Hard abend: return code 16 tells the scheduler a check that
      *> could not run apart from a trail that failed it (8).
       ABEND-RUN.
           MOVE 16 TO RETURN-CODE
           STOP RUN
           .

       END PROGRAM ADVENT-2023-12-AUDITCHK.
