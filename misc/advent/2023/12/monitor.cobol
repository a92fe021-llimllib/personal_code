      *>     RUN=YYYY-MM-DD HH:MM:SS CONTROL=<control-file>
      *>     SRC=<path> STATUS=<s> RECORDS=n ELAPSED-SECS=n
      *> where STATUS is PENDING, IN-PROGRESS, or a finished file's
      *> PASS/WARN/FAIL/DUPE/DATE grade. Under the night-cycle
      *> controller (ADVENT-2023-12-CYCLE) the file also carries the
      *> cycle's current step:
      *>     STEP=nn/mm STATE=<s> CYCLE=<id> SINCE=<date> <time>
      *>         NAME=<step name>
      *> with STATE RUNNING, DONE, FAILED or COMPLETE.
      *> Prints the night at a glance on
      *> the console - what finished, what is running, what is still
      *> queued - and, given the expected-sources list the operators
      *> keep (EXPECTED_SOURCES, one path per line, same shape as
       01 WS-HAVE-STATUS            PIC 9 VALUE 0.
       01 WS-RUN-STAMP              PIC X(60) VALUE SPACES.

      *> The night-cycle step line, when there is one.
       01 WS-HAVE-STEP              PIC 9 VALUE 0.
       01 WS-STEP-NUM               PIC X(20) VALUE SPACES.
       01 WS-STEP-STATE             PIC X(20) VALUE SPACES.
       01 WS-STEP-CYCLE             PIC X(40) VALUE SPACES.
       01 WS-STEP-SINCE-DATE        PIC X(20) VALUE SPACES.
       01 WS-STEP-SINCE-TIME        PIC X(20) VALUE SPACES.
       01 WS-STEP-NAME              PIC X(40) VALUE SPACES.

      *> One parsed status line per entry.
       01 WS-MAX-ENTRIES            PIC 9(4) VALUE 200.
       01 WS-ENTRY-COUNT            PIC 9(4) VALUE 0.
      *> answer; anything still outstanding grades the monitor WARN
      *> so a scheduler polling it can tell the difference.
           IF WS-HAVE-STATUS = 0 OR WS-MISSING-COUNT > 0
               OR WS-STEP-STATE = "STATE=FAILED"
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.
           CLOSE STATUS-FILE
           .

      *> RUN= header lines stamp the run; STEP= is the night
      *> cycle's step; SRC= lines are entries. Anything else (a torn
      *> write mid-rewrite) is ignored - the next transition
      *> rewrites the file whole anyway.
       PARSE-STATUS-LINE.
           IF WS-LINE(1:4) = "RUN="
               MOVE WS-LINE(5:60) TO WS-RUN-STAMP
               EXIT PARAGRAPH
           END-IF
           IF WS-LINE(1:5) = "STEP="
               PERFORM PARSE-STEP-LINE
               EXIT PARAGRAPH
           END-IF
           IF WS-LINE(1:4) NOT = "SRC="
               EXIT PARAGRAPH
           END-IF
               TO WS-ENT-ELAPSED(WS-ENTRY-COUNT)
           .

       PARSE-STEP-LINE.
           UNSTRING FUNCTION TRIM(WS-LINE)
               DELIMITED BY ALL " "
               INTO WS-STEP-NUM WS-STEP-STATE WS-STEP-CYCLE
                   WS-STEP-SINCE-DATE WS-STEP-SINCE-TIME
                   WS-STEP-NAME
           END-UNSTRING
           IF WS-STEP-STATE(1:6) = "STATE="
               AND WS-STEP-CYCLE(1:6) = "CYCLE="
               AND WS-STEP-SINCE-DATE(1:6) = "SINCE="
               AND WS-STEP-NAME(1:5) = "NAME="
               MOVE 1 TO WS-HAVE-STEP
           ELSE
               MOVE SPACES TO WS-STEP-STATE
           END-IF
           .

       LOAD-EXPECTED-SOURCES.
           IF WS-EXPECTED-PATH = SPACES
               EXIT PARAGRAPH
               WS-CURRENT-DATE(11:2) ":" WS-CURRENT-DATE(13:2)
               DELIMITED BY SIZE INTO WS-OUT-LINE
           DISPLAY FUNCTION TRIM(WS-OUT-LINE)
           IF WS-HAVE-STEP = 1
               DISPLAY "CYCLE " FUNCTION TRIM(WS-STEP-CYCLE(7:34))
                   " STEP " FUNCTION TRIM(WS-STEP-NUM(6:15))
                   " " FUNCTION TRIM(WS-STEP-NAME(6:35))
                   " - " FUNCTION TRIM(WS-STEP-STATE(7:14))
                   " SINCE " FUNCTION TRIM(WS-STEP-SINCE-DATE(7:14))
                   " " FUNCTION TRIM(WS-STEP-SINCE-TIME)
           END-IF
           IF WS-HAVE-STATUS = 1 AND WS-RUN-STAMP NOT = SPACES
               DISPLAY "RUN " FUNCTION TRIM(WS-RUN-STAMP)
                   " - STATUS FILE "
                   FUNCTION TRIM(WS-STATUS-PATH)
           END-IF
           IF WS-HAVE-STATUS = 1 AND WS-RUN-STAMP = SPACES
               DISPLAY "NO RUN YET THIS CYCLE - STATUS FILE "
                   FUNCTION TRIM(WS-STATUS-PATH)
           END-IF
           IF WS-HAVE-STATUS = 0
               DISPLAY "NO STATUS FILE AT "
                   FUNCTION TRIM(WS-STATUS-PATH)
                   " - THE BATCH HAS NOT STARTED"
