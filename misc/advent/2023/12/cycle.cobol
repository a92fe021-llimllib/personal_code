       IDENTIFICATION DIVISION.
       PROGRAM-ID. ADVENT-2023-12-CYCLE.

      *> Night-cycle controller: runs the night's steps in order from
      *> a cycle definition file (CYCLE_FILE), one step per line:
      *>     STEP <name> MAXRC=<n> <command line>
      *> e.g.
      *>     STEP SPLIT MAXRC=0 RUN_MODE=SPLIT SPLIT_COUNT=4 ./advent
      *>     STEP MERGE MAXRC=4 RUN_MODE=MERGE ./advent
      *> Blank lines and lines starting * or # are comments. Each
      *> command runs through the shell with the controller's
      *> environment, so per-step environment variables go in front
      *> of the program as shown. A step whose return code exceeds
      *> its MAXRC stops the cycle there.
      *> Every step's start, end and return code go to the step log
      *> (CYCLE_LOG), which is appended, never rewritten:
      *>     CYCLE=<id> STEP=<nn> STATUS=DONE|FAILED RC=<n>
      *>         NAME=<name> START=<date> <time> END=<date> <time>
      *>         MAXRC=<n>
      *>     CYCLE=<id> STATUS=BEGIN|RESTART|STOPPED|COMPLETE ...
      *> Restart is step-level. A cycle whose last log line is not
      *> COMPLETE is resumed by the next invocation: steps already
      *> DONE in that cycle are skipped, and the cycle picks up at
      *> the step that failed (a step's own record checkpoint still
      *> applies inside it). CYCLE_ID names the cycle explicitly;
      *> CYCLE_RESTART=NO starts a fresh cycle regardless;
      *> CYCLE_FROM_STEP=<n> reruns from step n even where later
      *> steps were DONE (a repaired input). A step renamed or
      *> reordered since it ran is refused - the log no longer
      *> describes the definition.
      *> The live run-control status file (STATUS_FILE) carries the
      *> current step on a STEP= line, which ADVENT-2023-12-MONITOR
      *> reports; the line is also exported as CYCLE_STEP so the
      *> main program keeps it when it rewrites the file.
      *> Return code: the highest step return code on a completed
      *> cycle, 16 on a cycle stopped by a step or unable to run.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CYCLE-FILE ASSIGN TO DYNAMIC WS-CYCLE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CYC-STATUS.
           SELECT STEP-LOG ASSIGN TO DYNAMIC WS-LOG-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOG-STATUS.
           SELECT STATUS-FILE ASSIGN TO DYNAMIC WS-STATUS-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD CYCLE-FILE.
       01 CYCLE-RECORD              PIC X(512).

       FD STEP-LOG.
       01 STEP-LOG-RECORD           PIC X(300).

       FD STATUS-FILE.
       01 STATUS-RECORD             PIC X(300).

       WORKING-STORAGE SECTION.
       01 WS-CYCLE-PATH             PIC X(256) VALUE "nightcycle.def".
       01 WS-LOG-PATH               PIC X(256) VALUE "nightcycle.log".
       01 WS-STATUS-PATH            PIC X(256) VALUE "runstatus.dat".
       01 WS-ENV-VALUE              PIC X(256).
       01 WS-CYC-STATUS             PIC XX.
       01 WS-LOG-STATUS             PIC XX.
       01 WS-STS-STATUS             PIC XX.
       01 WS-CURRENT-DATE           PIC X(21).
       01 WS-RUN-DATE               PIC X(10).
       01 WS-RUN-TIME               PIC X(8).
       01 WS-DEF-LINE               PIC X(512).
       01 WS-DEF-WORK               PIC X(512).
       01 WS-DEF-LINE-NO            PIC 9(4) VALUE 0.
       01 WS-DEF-PTR                PIC 9(4).
       01 WS-LOG-LINE               PIC X(300).
       01 WS-STS-LINE               PIC X(300).

      *> Parameters.
       01 WS-CYCLE-ID               PIC X(20) VALUE SPACES.
       01 WS-CYCLE-ID-SET           PIC 9 VALUE 0.
       01 WS-RESTART-MODE           PIC X(3) VALUE "YES".
       01 WS-FROM-STEP              PIC 9(4) VALUE 0.

      *> The cycle definition.
       01 WS-MAX-STEPS              PIC 9(4) VALUE 50.
       01 WS-STEP-COUNT             PIC 9(4) VALUE 0.
       01 WS-STEPS.
           05 WS-STEP OCCURS 50 TIMES.
               10 WS-STEP-NAME      PIC X(30).
               10 WS-STEP-MAXRC     PIC 9(4).
               10 WS-STEP-CMD       PIC X(400).
               10 WS-STEP-DONE      PIC 9.
       01 WS-SX                     PIC 9(4).
       01 WS-STEP-NO                PIC 99.
       01 WS-STEP-COUNT-2           PIC 99.

      *> Parse fields, shared by the definition and the step log.
       01 WS-F1                     PIC X(100).
       01 WS-F2                     PIC X(100).
       01 WS-F3                     PIC X(100).
       01 WS-F4                     PIC X(100).
       01 WS-F5                     PIC X(100).

      *> Restart state read back from the step log.
       01 WS-LAST-CYCLE             PIC X(20) VALUE SPACES.
       01 WS-LAST-CYCLE-OPEN        PIC 9 VALUE 0.
       01 WS-CYCLE-FOUND            PIC 9 VALUE 0.
       01 WS-CYCLE-COMPLETE         PIC 9 VALUE 0.
       01 WS-RESUMING               PIC 9 VALUE 0.
       01 WS-LOG-STEP               PIC 9(4).
       01 WS-SKIP-COUNT             PIC 9(4) VALUE 0.

      *> The step in flight.
       01 WS-SYS-STATUS             PIC S9(9).
       01 WS-STEP-RC                PIC 9(4).
       01 WS-HIGH-RC                PIC 9(4) VALUE 0.
       01 WS-CYCLE-STOPPED          PIC 9 VALUE 0.
       01 WS-STEP-STATE             PIC X(8).
       01 WS-START-STAMP            PIC X(19).
       01 WS-END-STAMP              PIC X(19).
       01 WS-STEP-LINE              PIC X(300).

      *> The rest of the live status file - the main program's RUN=
      *> and SRC= lines - kept while the STEP= line is replaced.
       01 WS-MAX-KEEP               PIC 9(4) VALUE 300.
       01 WS-KEEP-COUNT             PIC 9(4) VALUE 0.
       01 WS-KEEP-LINES.
           05 WS-KEEP OCCURS 300 TIMES PIC X(300).
       01 WS-KX                     PIC 9(4).

       01 WS-DISPLAY-NUM            PIC Z(17)9.
       01 WS-DISPLAY-NUM2           PIC Z(17)9.

       PROCEDURE DIVISION.
       MAIN-PROGRAM.
           PERFORM INIT-PARAMETERS
           PERFORM LOAD-CYCLE-DEFINITION
           PERFORM FIND-RESTART-POINT
           PERFORM RUN-CYCLE
           IF WS-CYCLE-STOPPED = 1
               MOVE 16 TO RETURN-CODE
           ELSE
               MOVE WS-HIGH-RC TO RETURN-CODE
           END-IF
           STOP RUN.

       INIT-PARAMETERS.
           MOVE SPACES TO WS-ENV-VALUE
           DISPLAY "CYCLE_FILE" UPON ENVIRONMENT-NAME
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT-VALUE
           IF WS-ENV-VALUE NOT = SPACES
               MOVE WS-ENV-VALUE TO WS-CYCLE-PATH
           END-IF

           MOVE SPACES TO WS-ENV-VALUE
           DISPLAY "CYCLE_LOG" UPON ENVIRONMENT-NAME
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT-VALUE
           IF WS-ENV-VALUE NOT = SPACES
               MOVE WS-ENV-VALUE TO WS-LOG-PATH
           END-IF

           MOVE SPACES TO WS-ENV-VALUE
           DISPLAY "STATUS_FILE" UPON ENVIRONMENT-NAME
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT-VALUE
           IF WS-ENV-VALUE NOT = SPACES
               MOVE WS-ENV-VALUE TO WS-STATUS-PATH
           END-IF

           MOVE SPACES TO WS-ENV-VALUE
           DISPLAY "CYCLE_ID" UPON ENVIRONMENT-NAME
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT-VALUE
           IF WS-ENV-VALUE NOT = SPACES
               MOVE WS-ENV-VALUE(1:20) TO WS-CYCLE-ID
               MOVE 1 TO WS-CYCLE-ID-SET
           END-IF

           MOVE SPACES TO WS-ENV-VALUE
           DISPLAY "CYCLE_RESTART" UPON ENVIRONMENT-NAME
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT-VALUE
           IF WS-ENV-VALUE NOT = SPACES
               MOVE FUNCTION UPPER-CASE(WS-ENV-VALUE(1:3))
                   TO WS-RESTART-MODE
           END-IF
           IF WS-RESTART-MODE NOT = "YES"
               AND WS-RESTART-MODE NOT = "NO"
               DISPLAY "CYCLE_RESTART MUST BE YES OR NO"
               PERFORM ABEND-RUN
           END-IF

           MOVE SPACES TO WS-ENV-VALUE
           DISPLAY "CYCLE_FROM_STEP" UPON ENVIRONMENT-NAME
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT-VALUE
           IF WS-ENV-VALUE NOT = SPACES
               IF FUNCTION TEST-NUMVAL(FUNCTION TRIM(WS-ENV-VALUE))
                   NOT = 0
                   DISPLAY "CYCLE_FROM_STEP MUST BE A STEP NUMBER"
                   PERFORM ABEND-RUN
               END-IF
               MOVE FUNCTION NUMVAL(WS-ENV-VALUE) TO WS-FROM-STEP
           END-IF
           .

      *> Load and validate every step before anything runs: a bad
      *> line found at step 9 would otherwise stop the night there.
       LOAD-CYCLE-DEFINITION.
           OPEN INPUT CYCLE-FILE
           IF WS-CYC-STATUS NOT = "00"
               DISPLAY "CANNOT OPEN CYCLE DEFINITION "
                   FUNCTION TRIM(WS-CYCLE-PATH)
                   " - STATUS " WS-CYC-STATUS
               PERFORM ABEND-RUN
           END-IF
           READ CYCLE-FILE INTO WS-DEF-LINE
           PERFORM UNTIL WS-CYC-STATUS NOT = "00"
               ADD 1 TO WS-DEF-LINE-NO
               MOVE FUNCTION TRIM(WS-DEF-LINE) TO WS-DEF-WORK
               IF WS-DEF-WORK NOT = SPACES
                   AND WS-DEF-WORK(1:1) NOT = "*"
                   AND WS-DEF-WORK(1:1) NOT = "#"
                   PERFORM PARSE-STEP-LINE
               END-IF
               READ CYCLE-FILE INTO WS-DEF-LINE
           END-PERFORM
           CLOSE CYCLE-FILE
           IF WS-STEP-COUNT = 0
               DISPLAY "NO STEPS IN CYCLE DEFINITION "
                   FUNCTION TRIM(WS-CYCLE-PATH)
               PERFORM ABEND-RUN
           END-IF
           IF WS-FROM-STEP > WS-STEP-COUNT
               DISPLAY "CYCLE_FROM_STEP IS BEYOND THE LAST STEP"
               PERFORM ABEND-RUN
           END-IF
           .

       PARSE-STEP-LINE.
           MOVE SPACES TO WS-F1
           MOVE SPACES TO WS-F2
           MOVE SPACES TO WS-F3
           MOVE 1 TO WS-DEF-PTR
           UNSTRING WS-DEF-WORK DELIMITED BY ALL " "
               INTO WS-F1 WS-F2 WS-F3
               WITH POINTER WS-DEF-PTR
           END-UNSTRING
           MOVE WS-DEF-LINE-NO TO WS-DISPLAY-NUM
           IF FUNCTION UPPER-CASE(WS-F1) NOT = "STEP"
               OR WS-F2 = SPACES
               OR WS-F3(1:6) NOT = "MAXRC="
               OR WS-DEF-PTR > 400
               DISPLAY "CYCLE DEFINITION LINE "
                   FUNCTION TRIM(WS-DISPLAY-NUM)
                   " MUST READ: STEP <name> MAXRC=<n> <command>"
               PERFORM ABEND-RUN
           END-IF
           IF FUNCTION TEST-NUMVAL(FUNCTION TRIM(WS-F3(7:94)))
               NOT = 0
               DISPLAY "CYCLE DEFINITION LINE "
                   FUNCTION TRIM(WS-DISPLAY-NUM)
                   " - MAXRC MUST BE A RETURN CODE"
               PERFORM ABEND-RUN
           END-IF
           IF WS-DEF-WORK(WS-DEF-PTR:) = SPACES
               DISPLAY "CYCLE DEFINITION LINE "
                   FUNCTION TRIM(WS-DISPLAY-NUM)
                   " - STEP " FUNCTION TRIM(WS-F2)
                   " HAS NO COMMAND"
               PERFORM ABEND-RUN
           END-IF
           IF WS-STEP-COUNT >= WS-MAX-STEPS
               MOVE WS-MAX-STEPS TO WS-DISPLAY-NUM
               DISPLAY "CAPACITY EXCEEDED: CYCLE DEFINITION EXCEEDS "
                   FUNCTION TRIM(WS-DISPLAY-NUM) " STEPS"
               PERFORM ABEND-RUN
           END-IF
           ADD 1 TO WS-STEP-COUNT
           MOVE WS-F2(1:30) TO WS-STEP-NAME(WS-STEP-COUNT)
           MOVE FUNCTION NUMVAL(WS-F3(7:94))
               TO WS-STEP-MAXRC(WS-STEP-COUNT)
           MOVE WS-DEF-WORK(WS-DEF-PTR:400)
               TO WS-STEP-CMD(WS-STEP-COUNT)
           MOVE 0 TO WS-STEP-DONE(WS-STEP-COUNT)
           .

      *> Decide which cycle this is. The step log's last cycle, if
      *> it never reached COMPLETE, is resumed unless the operator
      *> asked for a fresh one; otherwise a new cycle id is stamped.
      *> CYCLE_FROM_STEP reruns the last cycle even when it did
      *> complete - the steps before step n stay DONE.
       FIND-RESTART-POINT.
           OPEN INPUT STEP-LOG
           IF WS-LOG-STATUS = "00"
               READ STEP-LOG INTO WS-LOG-LINE
               PERFORM UNTIL WS-LOG-STATUS NOT = "00"
                   IF WS-LOG-LINE(1:6) = "CYCLE="
                       PERFORM SPLIT-LOG-LINE
                       MOVE WS-F1(7:20) TO WS-LAST-CYCLE
                       IF WS-F2 = "STATUS=COMPLETE"
                           MOVE 0 TO WS-LAST-CYCLE-OPEN
                       ELSE
                           MOVE 1 TO WS-LAST-CYCLE-OPEN
                       END-IF
                   END-IF
                   READ STEP-LOG INTO WS-LOG-LINE
               END-PERFORM
               CLOSE STEP-LOG
           END-IF

           IF WS-CYCLE-ID-SET = 0
               IF WS-RESTART-MODE = "YES"
                   AND (WS-LAST-CYCLE-OPEN = 1
                   OR (WS-FROM-STEP > 0 AND WS-LAST-CYCLE NOT = SPACES))
                   MOVE WS-LAST-CYCLE TO WS-CYCLE-ID
               ELSE
                   PERFORM STAMP-NOW
                   MOVE SPACES TO WS-CYCLE-ID
                   STRING WS-CURRENT-DATE(1:8) "-"
                       WS-CURRENT-DATE(9:6)
                       DELIMITED BY SIZE INTO WS-CYCLE-ID
                   EXIT PARAGRAPH
               END-IF
           END-IF
           IF WS-RESTART-MODE = "NO"
               EXIT PARAGRAPH
           END-IF
           PERFORM LOAD-COMPLETED-STEPS
           .

      *> The steps this cycle already finished, checked against the
      *> definition they ran under.
       LOAD-COMPLETED-STEPS.
           OPEN INPUT STEP-LOG
           IF WS-LOG-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           READ STEP-LOG INTO WS-LOG-LINE
           PERFORM UNTIL WS-LOG-STATUS NOT = "00"
               IF WS-LOG-LINE(1:6) = "CYCLE="
                   PERFORM SPLIT-LOG-LINE
                   IF WS-F1(7:20) = WS-CYCLE-ID
                       MOVE 1 TO WS-CYCLE-FOUND
                       IF WS-F2 = "STATUS=COMPLETE"
                           MOVE 1 TO WS-CYCLE-COMPLETE
                       END-IF
      *> A restart reran from its AT-STEP; what that step and the
      *> ones after it did before the restart no longer counts.
                       IF WS-F2 = "STATUS=RESTART"
                           AND WS-F3(1:8) = "AT-STEP="
                           AND WS-F3(9:2) IS NUMERIC
                           MOVE 0 TO WS-CYCLE-COMPLETE
                           MOVE WS-F3(9:2) TO WS-LOG-STEP
                           PERFORM VARYING WS-SX FROM WS-LOG-STEP BY 1
                               UNTIL WS-SX > WS-STEP-COUNT
                               MOVE 0 TO WS-STEP-DONE(WS-SX)
                           END-PERFORM
                       END-IF
                       IF WS-F2(1:5) = "STEP="
                           AND WS-F2(6:2) IS NUMERIC
                           AND WS-F3 = "STATUS=DONE"
                           PERFORM MARK-STEP-DONE
                       END-IF
                   END-IF
               END-IF
               READ STEP-LOG INTO WS-LOG-LINE
           END-PERFORM
           CLOSE STEP-LOG
           IF WS-CYCLE-FOUND = 1
               MOVE 1 TO WS-RESUMING
           END-IF
           IF WS-FROM-STEP > 0
               PERFORM VARYING WS-SX FROM WS-FROM-STEP BY 1
                   UNTIL WS-SX > WS-STEP-COUNT
                   MOVE 0 TO WS-STEP-DONE(WS-SX)
               END-PERFORM
               MOVE 0 TO WS-CYCLE-COMPLETE
           END-IF
           .

       MARK-STEP-DONE.
           MOVE WS-F2(6:2) TO WS-LOG-STEP
           IF WS-LOG-STEP = 0 OR WS-LOG-STEP > WS-STEP-COUNT
               OR WS-F5(6:30) NOT = WS-STEP-NAME(WS-LOG-STEP)
               MOVE WS-LOG-STEP TO WS-DISPLAY-NUM
               DISPLAY "CYCLE " FUNCTION TRIM(WS-CYCLE-ID)
                   " STEP " FUNCTION TRIM(WS-DISPLAY-NUM)
                   " RAN AS " FUNCTION TRIM(WS-F5(6:30))
                   " - THE CYCLE DEFINITION HAS CHANGED SINCE; "
                   "SET CYCLE_RESTART=NO TO START A FRESH CYCLE"
               CLOSE STEP-LOG
               PERFORM ABEND-RUN
           END-IF
           MOVE 1 TO WS-STEP-DONE(WS-LOG-STEP)
      *> A skipped step's return code still grades the cycle.
           IF WS-F4(1:3) = "RC="
               AND FUNCTION TEST-NUMVAL(FUNCTION TRIM(WS-F4(4:97)))
               = 0
               AND FUNCTION NUMVAL(WS-F4(4:97)) > WS-HIGH-RC
               MOVE FUNCTION NUMVAL(WS-F4(4:97)) TO WS-HIGH-RC
           END-IF
           .

       SPLIT-LOG-LINE.
           MOVE SPACES TO WS-F1
           MOVE SPACES TO WS-F2
           MOVE SPACES TO WS-F3
           MOVE SPACES TO WS-F4
           MOVE SPACES TO WS-F5
           UNSTRING FUNCTION TRIM(WS-LOG-LINE)
               DELIMITED BY ALL " "
               INTO WS-F1 WS-F2 WS-F3 WS-F4 WS-F5
           END-UNSTRING
           .

       RUN-CYCLE.
           IF WS-CYCLE-COMPLETE = 1
               DISPLAY "CYCLE " FUNCTION TRIM(WS-CYCLE-ID)
                   " ALREADY COMPLETE - NOTHING TO RUN"
               EXIT PARAGRAPH
           END-IF
           PERFORM STAMP-NOW
           MOVE WS-STEP-COUNT TO WS-STEP-COUNT-2
           MOVE SPACES TO WS-LOG-LINE
           IF WS-RESUMING = 1
               PERFORM VARYING WS-SX FROM 1 BY 1
                   UNTIL WS-SX > WS-STEP-COUNT
                   OR WS-STEP-DONE(WS-SX) = 0
                   CONTINUE
               END-PERFORM
               MOVE WS-SX TO WS-STEP-NO
               STRING "CYCLE=" FUNCTION TRIM(WS-CYCLE-ID)
                   " STATUS=RESTART AT-STEP=" WS-STEP-NO
                   " STEPS=" WS-STEP-COUNT-2
                   " AT=" WS-RUN-DATE " " WS-RUN-TIME
                   DELIMITED BY SIZE INTO WS-LOG-LINE
               DISPLAY "CYCLE " FUNCTION TRIM(WS-CYCLE-ID)
                   " RESTARTING AT STEP " WS-STEP-NO
           ELSE
               STRING "CYCLE=" FUNCTION TRIM(WS-CYCLE-ID)
                   " STATUS=BEGIN STEPS=" WS-STEP-COUNT-2
                   " AT=" WS-RUN-DATE " " WS-RUN-TIME
                   DELIMITED BY SIZE INTO WS-LOG-LINE
               DISPLAY "CYCLE " FUNCTION TRIM(WS-CYCLE-ID)
                   " STARTING - " WS-STEP-COUNT-2 " STEPS"
           END-IF
           PERFORM APPEND-STEP-LOG

           PERFORM VARYING WS-SX FROM 1 BY 1
               UNTIL WS-SX > WS-STEP-COUNT OR WS-CYCLE-STOPPED = 1
               MOVE WS-SX TO WS-STEP-NO
               IF WS-STEP-DONE(WS-SX) = 1
                   ADD 1 TO WS-SKIP-COUNT
                   DISPLAY "STEP " WS-STEP-NO " "
                       FUNCTION TRIM(WS-STEP-NAME(WS-SX))
                       " - DONE IN AN EARLIER ATTEMPT, SKIPPED"
               ELSE
                   PERFORM RUN-ONE-STEP
               END-IF
           END-PERFORM

           PERFORM STAMP-NOW
           MOVE SPACES TO WS-LOG-LINE
           IF WS-CYCLE-STOPPED = 1
               STRING "CYCLE=" FUNCTION TRIM(WS-CYCLE-ID)
                   " STATUS=STOPPED AT-STEP=" WS-STEP-NO
                   " AT=" WS-RUN-DATE " " WS-RUN-TIME
                   DELIMITED BY SIZE INTO WS-LOG-LINE
               DISPLAY "CYCLE " FUNCTION TRIM(WS-CYCLE-ID)
                   " STOPPED AT STEP " WS-STEP-NO
                   " - FIX THE CAUSE AND RERUN TO RESUME THERE"
           ELSE
               MOVE "COMPLETE" TO WS-STEP-STATE
               MOVE WS-STEP-COUNT TO WS-STEP-NO
               PERFORM WRITE-CYCLE-STATUS
               MOVE WS-HIGH-RC TO WS-DISPLAY-NUM
               STRING "CYCLE=" FUNCTION TRIM(WS-CYCLE-ID)
                   " STATUS=COMPLETE HIGHEST-RC="
                   FUNCTION TRIM(WS-DISPLAY-NUM)
                   " AT=" WS-RUN-DATE " " WS-RUN-TIME
                   DELIMITED BY SIZE INTO WS-LOG-LINE
               DISPLAY "CYCLE " FUNCTION TRIM(WS-CYCLE-ID)
                   " COMPLETE - HIGHEST STEP RC "
                   FUNCTION TRIM(WS-DISPLAY-NUM)
           END-IF
           PERFORM APPEND-STEP-LOG
           .

      *> Run one step through the shell and grade it against its
      *> MAXRC. The shell's wait status carries the exit code in its
      *> high byte; anything in the low byte means the step did not
      *> exit normally at all.
       RUN-ONE-STEP.
           PERFORM STAMP-NOW
           MOVE WS-RUN-DATE TO WS-START-STAMP(1:10)
           MOVE " " TO WS-START-STAMP(11:1)
           MOVE WS-RUN-TIME TO WS-START-STAMP(12:8)
           MOVE "RUNNING" TO WS-STEP-STATE
           PERFORM WRITE-CYCLE-STATUS
           DISPLAY "STEP " WS-STEP-NO " "
               FUNCTION TRIM(WS-STEP-NAME(WS-SX))
               " STARTED " WS-START-STAMP

           CALL "SYSTEM" USING WS-STEP-CMD(WS-SX)
           MOVE RETURN-CODE TO WS-SYS-STATUS
           MOVE 0 TO RETURN-CODE
           IF WS-SYS-STATUS >= 0
               AND FUNCTION MOD(WS-SYS-STATUS, 256) = 0
               COMPUTE WS-STEP-RC = WS-SYS-STATUS / 256
           ELSE
               MOVE 999 TO WS-STEP-RC
           END-IF

           PERFORM STAMP-NOW
           MOVE WS-RUN-DATE TO WS-END-STAMP(1:10)
           MOVE " " TO WS-END-STAMP(11:1)
           MOVE WS-RUN-TIME TO WS-END-STAMP(12:8)
           IF WS-STEP-RC > WS-STEP-MAXRC(WS-SX)
               MOVE "FAILED" TO WS-STEP-STATE
               MOVE 1 TO WS-CYCLE-STOPPED
           ELSE
               MOVE "DONE" TO WS-STEP-STATE
               IF WS-STEP-RC > WS-HIGH-RC
                   MOVE WS-STEP-RC TO WS-HIGH-RC
               END-IF
           END-IF
           PERFORM WRITE-CYCLE-STATUS

           MOVE SPACES TO WS-LOG-LINE
           MOVE WS-STEP-RC TO WS-DISPLAY-NUM
           MOVE WS-STEP-MAXRC(WS-SX) TO WS-DISPLAY-NUM2
           STRING "CYCLE=" FUNCTION TRIM(WS-CYCLE-ID)
               " STEP=" WS-STEP-NO
               " STATUS=" FUNCTION TRIM(WS-STEP-STATE)
               " RC=" FUNCTION TRIM(WS-DISPLAY-NUM)
               " NAME=" FUNCTION TRIM(WS-STEP-NAME(WS-SX))
               " START=" WS-START-STAMP
               " END=" WS-END-STAMP
               " MAXRC=" FUNCTION TRIM(WS-DISPLAY-NUM2)
               DELIMITED BY SIZE INTO WS-LOG-LINE
           PERFORM APPEND-STEP-LOG
           DISPLAY "STEP " WS-STEP-NO " "
               FUNCTION TRIM(WS-STEP-NAME(WS-SX))
               " " FUNCTION TRIM(WS-STEP-STATE)
               " RC=" FUNCTION TRIM(WS-DISPLAY-NUM)
               " (MAXRC " FUNCTION TRIM(WS-DISPLAY-NUM2) ")"
           .

       APPEND-STEP-LOG.
           OPEN EXTEND STEP-LOG
           IF WS-LOG-STATUS = "35"
               OPEN OUTPUT STEP-LOG
           END-IF
           IF WS-LOG-STATUS NOT = "00"
               DISPLAY "CANNOT OPEN STEP LOG "
                   FUNCTION TRIM(WS-LOG-PATH)
                   " - STATUS " WS-LOG-STATUS
               PERFORM ABEND-RUN
           END-IF
           WRITE STEP-LOG-RECORD FROM WS-LOG-LINE
           CLOSE STEP-LOG
           .

      *> Replace the STEP= line of the live status file, keeping the
      *> main program's lines, and export the same line as
      *> CYCLE_STEP for the main program to carry when it next
      *> rewrites the file.
       WRITE-CYCLE-STATUS.
           MOVE SPACES TO WS-STEP-LINE
           MOVE WS-STEP-COUNT TO WS-STEP-COUNT-2
           STRING "STEP=" WS-STEP-NO "/" WS-STEP-COUNT-2
               " STATE=" FUNCTION TRIM(WS-STEP-STATE)
               " CYCLE=" FUNCTION TRIM(WS-CYCLE-ID)
               " SINCE=" WS-RUN-DATE " " WS-RUN-TIME
               " NAME=" FUNCTION TRIM(WS-STEP-NAME(WS-STEP-NO))
               DELIMITED BY SIZE INTO WS-STEP-LINE
           DISPLAY "CYCLE_STEP" UPON ENVIRONMENT-NAME
           DISPLAY WS-STEP-LINE UPON ENVIRONMENT-VALUE

           MOVE 0 TO WS-KEEP-COUNT
           OPEN INPUT STATUS-FILE
           IF WS-STS-STATUS = "00"
               READ STATUS-FILE INTO WS-STS-LINE
               PERFORM UNTIL WS-STS-STATUS NOT = "00"
                   IF WS-STS-LINE(1:5) NOT = "STEP="
                       AND WS-KEEP-COUNT < WS-MAX-KEEP
                       ADD 1 TO WS-KEEP-COUNT
                       MOVE WS-STS-LINE TO WS-KEEP(WS-KEEP-COUNT)
                   END-IF
                   READ STATUS-FILE INTO WS-STS-LINE
               END-PERFORM
               CLOSE STATUS-FILE
           END-IF
           OPEN OUTPUT STATUS-FILE
           IF WS-STS-STATUS NOT = "00"
               DISPLAY "CANNOT OPEN RUN STATUS FILE "
                   FUNCTION TRIM(WS-STATUS-PATH)
                   " - STATUS " WS-STS-STATUS
               PERFORM ABEND-RUN
           END-IF
           WRITE STATUS-RECORD FROM WS-STEP-LINE
           PERFORM VARYING WS-KX FROM 1 BY 1
               UNTIL WS-KX > WS-KEEP-COUNT
               WRITE STATUS-RECORD FROM WS-KEEP(WS-KX)
           END-PERFORM
           CLOSE STATUS-FILE
           .

       STAMP-NOW.
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

      *> Hard abend: return code 16, the same grade as a cycle a
      *> step stopped - either way the night needs an operator.
       ABEND-RUN.
           MOVE 16 TO RETURN-CODE
           STOP RUN
           .

       END PROGRAM ADVENT-2023-12-CYCLE.
