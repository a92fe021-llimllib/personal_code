       IDENTIFICATION DIVISION.
       PROGRAM-ID. ADVENT-2023-12-FORECAST.

      *> Pre-flight batch-window forecast. Run before the night's
      *> batch starts, it reads tonight's CONTROL_FILE, prices every
      *> record of every input file, and predicts each file's
      *> elapsed time and the night's total against the operator's
      *> window. A record is priced, in order of preference:
      *>   - as a results-master hit (RESULTS_MASTER): both its part
      *>     1 and its unfolded part 2 (UNFOLD_FACTOR, default 5)
      *>     are already on the master, so the run reads the answer
      *>     back instead of counting - next to no cost;
      *>   - from profile history: the same condition string and
      *>     group list was measured on an earlier night. The
      *>     measured ELAPSED-HSECS come from the profile extract,
      *>     joined on SRC + RECORD to the detail extract of the same
      *>     run for the string itself. With ARCHIVE_CATALOG set
      *>     every catalogued run contributes, newest measurement
      *>     winning; without it only the current PROFILE_FILE
      *>     (profile.txt) and DETAIL_FILE (detail.txt) are read;
      *>   - by size: the trimmed record length plus one - the same
      *>     heuristic the split uses to balance slices - scaled by
      *>     the hundredths per character the history measured (one
      *>     when there is no history).
      *> WINDOW_END (HH:MM) is when the batch must be finished;
      *> WINDOW_START (HH:MM) when it will start, default now. A
      *> window that ends before it starts ends the next morning.
      *> When the forecast does not fit, the largest files are named
      *> as the overrun's drivers, each with the SPLIT_COUNT that
      *> brings it back in: a split file's slices run side by side
      *> in its place in the night, so it costs its slowest slice.
      *> A delta transmission cannot be split, and is named as such.
      *> Every forecast is appended to FORECAST_FILE (forecast.dat),
      *> one line per input file:
      *>     FORECAST=<date> <time> SRC=<path> RECORDS=<n>
      *>     PREDICTED-SECS=<n>
      *> and FORECAST_MODE=ACTUAL, run after the night, sets the
      *> latest forecast (or the one stamped FORECAST_STAMP,
      *> "YYYY-MM-DD HH:MM:SS") against the elapsed seconds the run
      *> recorded in STATUS_HISTORY (runstatus.hist), so the
      *> forecasts can be seen to be any good. The report goes to
      *> FORECAST_REPORT (forecast.txt) in either mode.
      *> Return code 0: the forecast fits (or no window was given),
      *> or every forecast file ran; 4: overrun that the named splits
      *> recover, an input file that will not open, or a forecast
      *> file with no actual yet; 8: overrun
      *> that splitting alone will not recover; 16: cannot run.
      *> The results master is opened for input only - a forecast
      *> must not tick the hit counts the expiry job goes by - and
      *> its record layout must match the main program's FD.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTROL-FILE ASSIGN TO DYNAMIC WS-CONTROL-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTL-STATUS.
           SELECT INPUT-FILE ASSIGN TO DYNAMIC WS-INPUT-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INP-STATUS.
           SELECT DETAIL-FILE ASSIGN TO DYNAMIC WS-DETAIL-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DTL-STATUS.
           SELECT PROFILE-FILE ASSIGN TO DYNAMIC WS-PROFILE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRF-STATUS.
           SELECT CATALOG-FILE ASSIGN TO DYNAMIC WS-CATALOG-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CAT-STATUS.
           SELECT RESULTS-MASTER ASSIGN TO DYNAMIC WS-MASTER-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RM-KEY
               FILE STATUS IS WS-MST-STATUS.
           SELECT STSHIST-FILE ASSIGN TO DYNAMIC WS-STSHIST-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STH-STATUS.
           SELECT FORECAST-FILE ASSIGN TO DYNAMIC WS-FORECAST-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FCF-STATUS.
           SELECT REPORT-FILE ASSIGN TO DYNAMIC WS-REPORT-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD CONTROL-FILE.
       01 CONTROL-RECORD            PIC X(400).

       FD INPUT-FILE.
       01 INPUT-RECORD              PIC X(1024).

       FD DETAIL-FILE.
       01 DETAIL-RECORD             PIC X(600).

       FD PROFILE-FILE.
       01 PROFILE-RECORD            PIC X(600).

       FD CATALOG-FILE.
       01 CATALOG-RECORD            PIC X(1400).

       FD RESULTS-MASTER.
       01 MASTER-RECORD.
           05 RM-KEY.
               10 RM-KEY-HASH       PIC 9(18).
               10 RM-KEY-SL         PIC 9(4).
               10 RM-KEY-MC         PIC 9(4).
               10 RM-KEY-UF         PIC 9(4).
           05 RM-COND               PIC X(200).
           05 RM-MV                 PIC 9(4) OCCURS 100 TIMES.
           05 RM-RESULT             PIC 9(18).
           05 RM-HITS               PIC 9(8).
           05 RM-LAST-RUN           PIC 9(8).

       FD STSHIST-FILE.
       01 STSHIST-RECORD            PIC X(400).

       FD FORECAST-FILE.
       01 FORECAST-RECORD           PIC X(600).

       FD REPORT-FILE.
       01 REPORT-RECORD             PIC X(300).

       WORKING-STORAGE SECTION.
       01 WS-CONTROL-PATH           PIC X(256) VALUE SPACES.
       01 WS-INPUT-PATH             PIC X(256) VALUE SPACES.
       01 WS-DETAIL-PATH            PIC X(256) VALUE "detail.txt".
       01 WS-PROFILE-PATH           PIC X(256) VALUE "profile.txt".
       01 WS-CATALOG-PATH           PIC X(256) VALUE SPACES.
       01 WS-MASTER-PATH            PIC X(256) VALUE SPACES.
       01 WS-STSHIST-PATH           PIC X(256) VALUE "runstatus.hist".
       01 WS-FORECAST-PATH          PIC X(256) VALUE "forecast.dat".
       01 WS-REPORT-PATH            PIC X(256) VALUE "forecast.txt".
       01 WS-ENV-VALUE              PIC X(256).
       01 WS-CTL-STATUS             PIC XX.
       01 WS-INP-STATUS             PIC XX.
       01 WS-DTL-STATUS             PIC XX.
       01 WS-PRF-STATUS             PIC XX.
       01 WS-CAT-STATUS             PIC XX.
       01 WS-MST-STATUS             PIC XX.
       01 WS-STH-STATUS             PIC XX.
       01 WS-FCF-STATUS             PIC XX.
       01 WS-RPT-STATUS             PIC XX.
       01 WS-FCST-MODE              PIC X(8) VALUE "PLAN".
       01 WS-FCST-STAMP             PIC X(19) VALUE SPACES.
       01 WS-UNFOLD-FACTOR          PIC 9(4) VALUE 5.
       01 WS-CURRENT-DATE           PIC X(21).
       01 WS-RUN-DATE               PIC X(10).
       01 WS-RUN-TIME               PIC X(8).
       01 WS-LINE                   PIC X(1024).
       01 WS-CAT-LINE               PIC X(1400).
       01 WS-RPT-LINE               PIC X(300).
       01 WS-FCF-LINE               PIC X(600).

      *> Token fields; every history file is a space-separated
      *> KEYWORD=value layout.
       01 WS-F1                     PIC X(300).
       01 WS-F2                     PIC X(300).
       01 WS-F3                     PIC X(300).
       01 WS-F4                     PIC X(300).
       01 WS-F5                     PIC X(300).
       01 WS-F6                     PIC X(300).
       01 WS-F7                     PIC X(300).

      *> The batch window, as seconds after midnight. An end at or
      *> before the start is the next morning.
       01 WS-WINDOW-START           PIC X(5) VALUE SPACES.
       01 WS-WINDOW-END             PIC X(5) VALUE SPACES.
       01 WS-WINDOW-SET             PIC 9 VALUE 0.
       01 WS-CLOCK-TEXT             PIC X(5).
       01 WS-CLOCK-SECS             PIC 9(6).
       01 WS-START-SECS             PIC 9(6).
       01 WS-END-SECS               PIC 9(6).
       01 WS-AVAIL-SECS             PIC 9(6).
       01 WS-OVERRUN-SECS           PIC 9(8) VALUE 0.
       01 WS-REMAIN-SECS            PIC 9(8) VALUE 0.
       01 WS-SPLIT-TOTAL-SECS       PIC 9(8) VALUE 0.

      *> One history run's detail extract, so its profile lines can
      *> be joined to the condition strings they measured. Profile
      *> and detail are written in the same record order, so the
      *> search for each profile line starts where the last one hit.
       01 WS-HR-MAX                 PIC 9(4) VALUE 5000.
       01 WS-HR-COUNT               PIC 9(4) VALUE 0.
       01 WS-HIST-RUN.
           05 WS-HR OCCURS 5000 TIMES.
               10 WS-HR-SRC-IX      PIC 9(4).
               10 WS-HR-REC         PIC 9(8).
               10 WS-HR-KEY         PIC X(300).
       01 WS-HR-I                   PIC 9(4).
       01 WS-HR-CURSOR              PIC 9(4).
       01 WS-HR-FOUND               PIC 9(4).
       01 WS-HR-TRIES               PIC 9(4).
       01 WS-HS-MAX                 PIC 9(4) VALUE 200.
       01 WS-HS-COUNT               PIC 9(4) VALUE 0.
       01 WS-HIST-SOURCES.
           05 WS-HS-NAME            PIC X(256) OCCURS 200 TIMES.
       01 WS-HS-IX                  PIC 9(4).
       01 WS-HIST-RUNS              PIC 9(6) VALUE 0.
       01 WS-HIST-MISSING           PIC 9(6) VALUE 0.
       01 WS-HIST-MEASURED          PIC 9(8) VALUE 0.

      *> Known condition strings: "<cond> <groups>" to the latest
      *> measured hundredths. Open addressing, as the main
      *> program's memo cache does, so tonight's lookups stay cheap.
       01 WS-KN-CAP                 PIC 9(4) VALUE 6007.
       01 WS-KN-MAX                 PIC 9(4) VALUE 5000.
       01 WS-KN-COUNT               PIC 9(4) VALUE 0.
       01 WS-KNOWN.
           05 WS-KN OCCURS 6007 TIMES.
               10 WS-KN-USED        PIC 9.
               10 WS-KN-KEY         PIC X(300).
               10 WS-KN-HSECS       PIC 9(8).
       01 WS-KN-SLOT                PIC 9(4).
       01 WS-KN-FOUND               PIC 9.
       01 WS-KN-PROBES              PIC 9(4).
       01 WS-KH                     PIC 9(12).
       01 WS-KI                     PIC 9(4).
       01 WS-KEY-LEN                PIC 9(4).
       01 WS-KN-FULL-WARNED         PIC 9 VALUE 0.

      *> Size-estimate calibration: measured hundredths against the
      *> length heuristic, over every history measurement read.
       01 WS-CAL-HSECS              PIC 9(12) VALUE 0.
       01 WS-CAL-UNITS              PIC 9(12) VALUE 0.
       01 WS-RATE                   PIC 9(4)V9(6) VALUE 1.
       01 WS-DISPLAY-RATE           PIC Z(3)9.9(6).
      *> A record the master already holds is read, not counted.
       01 WS-HIT-HSECS              PIC 9(4) VALUE 1.

      *> Tonight's files, in control-file order.
       01 WS-FL-MAX                 PIC 9(4) VALUE 200.
       01 WS-FL-COUNT               PIC 9(4) VALUE 0.
       01 WS-FILES.
           05 WS-FL OCCURS 200 TIMES.
               10 WS-FL-SRC         PIC X(256).
               10 WS-FL-OPENED      PIC 9.
               10 WS-FL-DELTA       PIC 9.
               10 WS-FL-RECS        PIC 9(8).
               10 WS-FL-HITS        PIC 9(8).
               10 WS-FL-KNOWN       PIC 9(8).
               10 WS-FL-NEW         PIC 9(8).
               10 WS-FL-HSECS       PIC 9(12)V99.
               10 WS-FL-SECS        PIC 9(8).
               10 WS-FL-DRIVER      PIC 9(4).
               10 WS-FL-SPLIT       PIC 9(2).
               10 WS-FL-SLICE-SECS  PIC 9(8).
               10 WS-FL-ACTUAL      PIC 9(8).
               10 WS-FL-ACT-RECS    PIC 9(8).
               10 WS-FL-ACT-STATUS  PIC X(12).
               10 WS-FL-ACT-FOUND   PIC 9.
       01 WS-FL-IX                  PIC 9(4).
       01 WS-BEST-IX                PIC 9(4).
       01 WS-TOTAL-RECS             PIC 9(10) VALUE 0.
       01 WS-TOTAL-HITS             PIC 9(10) VALUE 0.
       01 WS-TOTAL-KNOWN            PIC 9(10) VALUE 0.
       01 WS-TOTAL-NEW              PIC 9(10) VALUE 0.
       01 WS-TOTAL-SECS             PIC 9(8) VALUE 0.
       01 WS-TOTAL-ACTUAL           PIC 9(8) VALUE 0.
       01 WS-UNOPENED               PIC 9(4) VALUE 0.
       01 WS-NO-ACTUAL              PIC 9(4) VALUE 0.

      *> Split recommendation work fields.
       01 WS-SPLIT-MAX              PIC 9(2) VALUE 50.
       01 WS-SPLIT-N                PIC 9(2).
       01 WS-SPLIT-LIMIT            PIC 9(8).
       01 WS-SPLIT-SAVING           PIC 9(8).
       01 WS-SPLIT-SLICE            PIC 9(8).
       01 WS-DRIVER-COUNT           PIC 9(4) VALUE 0.
       01 WS-DRIVER-IX              PIC 9(4).

      *> One record being priced.
       01 WS-TRIMMED                PIC X(1024).
       01 WS-TRIM-LEN               PIC 9(4).
       01 WS-REC-TEXT               PIC X(1024).
       01 WS-REC-OK                 PIC 9.
       01 WS-REC-COND               PIC X(200).
       01 WS-REC-COND-LEN           PIC 9(4).
       01 WS-REC-GROUPS             PIC X(300).
       01 WS-REC-MC                 PIC 9(4).
       01 WS-REC-MV                 PIC 9(4) OCCURS 100 TIMES.
       01 WS-REC-KEY                PIC X(300).
       01 WS-REC-HSECS              PIC 9(8)V99.
       01 WS-HDR-TOKEN              PIC X(40).
       01 WS-DT-CODE                PIC X(8).
       01 WS-DT-REC                 PIC X(20).
       01 WS-PTR                    PIC 9(4).
       01 WS-POS                    PIC 9(4).
       01 WS-NUM                    PIC 9(6).
       01 WS-NUM-DIGITS             PIC 9(4).
       01 WS-CH                     PIC X.
       01 WS-GRP-TEXT               PIC X(20).

      *> Results-master key building, exactly as the main program's
      *> COMPUTE-HASH / UNFOLD-PUZZLE do it.
       01 WS-MST-OPEN               PIC 9 VALUE 0.
       01 WS-MST-HIT                PIC 9.
       01 WS-MST-UF                 PIC 9(4).
       01 WS-CUR-S                  PIC X(200).
       01 WS-CUR-S-LEN              PIC 9(4).
       01 WS-CUR-MC                 PIC 9(4).
       01 WS-CUR-MV                 PIC 9(4) OCCURS 100 TIMES.
       01 WS-HV                     PIC 9(18).
       01 WS-HI                     PIC 9(4).
       01 WS-UF-POS                 PIC 9(4).
       01 WS-UF-K                   PIC 9(4).
       01 WS-J                      PIC 9(4).
       01 WS-K                      PIC 9(4).

      *> Forecast-against-actual work fields.
       01 WS-FC-STAMP               PIC X(19).
       01 WS-LAST-STAMP             PIC X(19) VALUE SPACES.
       01 WS-HIST-STAMP             PIC X(19).
       01 WS-DIFF-SECS              PIC S9(8).
       01 WS-ERR-PCT                PIC S9(7)V99.
       01 WS-ABS-PCT-SUM            PIC 9(9)V99 VALUE 0.
       01 WS-MEAN-PCT               PIC 9(7)V99.
       01 WS-MATCHED                PIC 9(4) VALUE 0.
       01 WS-DISPLAY-SPCT           PIC -(8)9.99.
       01 WS-DISPLAY-PCT            PIC Z(6)9.99.
       01 WS-DISPLAY-SDIFF          PIC -(8)9.

       01 WS-DUR-SECS               PIC 9(8).
       01 WS-DUR-H                  PIC Z(4)9.
       01 WS-DUR-M                  PIC 99.
       01 WS-DUR-S                  PIC 99.
       01 WS-DUR-TEXT               PIC X(20).
       01 WS-DUR-TEXT2              PIC X(20).
       01 WS-CLOCK-DAYS             PIC 9(4).
       01 WS-CLOCK-OUT              PIC X(30).
       01 WS-DISPLAY-NUM            PIC Z(17)9.
       01 WS-DISPLAY-NUM2           PIC Z(17)9.
       01 WS-DISPLAY-NUM3           PIC Z(17)9.

       PROCEDURE DIVISION.
       MAIN-PROGRAM.
           PERFORM INIT-PARAMETERS
           IF WS-FCST-MODE = "ACTUAL"
               PERFORM RUN-ACTUAL-MODE
           END-IF
           PERFORM LOAD-CONTROL-FILE
           IF WS-CATALOG-PATH NOT = SPACES
               PERFORM LOAD-CATALOGUED-HISTORY
           ELSE
               PERFORM LOAD-ONE-HISTORY-RUN
           END-IF
           PERFORM SET-SIZE-RATE
           IF WS-MASTER-PATH NOT = SPACES
               OPEN INPUT RESULTS-MASTER
               IF WS-MST-STATUS = "00"
                   MOVE 1 TO WS-MST-OPEN
               ELSE
                   DISPLAY "RESULTS MASTER "
                       FUNCTION TRIM(WS-MASTER-PATH)
                       " WILL NOT OPEN - STATUS " WS-MST-STATUS
                       " - NO MASTER HITS ASSUMED"
               END-IF
           END-IF
           PERFORM VARYING WS-FL-IX FROM 1 BY 1
               UNTIL WS-FL-IX > WS-FL-COUNT
               PERFORM FORECAST-ONE-FILE
           END-PERFORM
           IF WS-MST-OPEN = 1
               CLOSE RESULTS-MASTER
           END-IF
           IF WS-WINDOW-SET = 1
               PERFORM CHECK-WINDOW
           END-IF
           PERFORM OPEN-FORECAST-REPORT
           PERFORM WRITE-FILE-FORECASTS
           PERFORM WRITE-WINDOW-VERDICT
           CLOSE REPORT-FILE
           PERFORM APPEND-FORECAST-LINES
           MOVE WS-TOTAL-SECS TO WS-DUR-SECS
           PERFORM FORMAT-DURATION
           DISPLAY "FORECAST " FUNCTION TRIM(WS-DUR-TEXT)
               " FOR " FUNCTION TRIM(WS-CONTROL-PATH)
               " WRITTEN TO " FUNCTION TRIM(WS-REPORT-PATH)
           EVALUATE TRUE
               WHEN WS-OVERRUN-SECS > 0 AND WS-REMAIN-SECS > 0
                   MOVE 8 TO RETURN-CODE
               WHEN WS-OVERRUN-SECS > 0 OR WS-UNOPENED > 0
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE
           STOP RUN.

       INIT-PARAMETERS.
           MOVE SPACES TO WS-ENV-VALUE
           DISPLAY "CONTROL_FILE" UPON ENVIRONMENT-NAME
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT-VALUE
           IF WS-ENV-VALUE NOT = SPACES
               MOVE WS-ENV-VALUE TO WS-CONTROL-PATH
           END-IF

           MOVE SPACES TO WS-ENV-VALUE
           DISPLAY "DETAIL_FILE" UPON ENVIRONMENT-NAME
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT-VALUE
           IF WS-ENV-VALUE NOT = SPACES
               MOVE WS-ENV-VALUE TO WS-DETAIL-PATH
           END-IF

           MOVE SPACES TO WS-ENV-VALUE
           DISPLAY "PROFILE_FILE" UPON ENVIRONMENT-NAME
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT-VALUE
           IF WS-ENV-VALUE NOT = SPACES
               MOVE WS-ENV-VALUE TO WS-PROFILE-PATH
           END-IF

           MOVE SPACES TO WS-ENV-VALUE
           DISPLAY "ARCHIVE_CATALOG" UPON ENVIRONMENT-NAME
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT-VALUE
           IF WS-ENV-VALUE NOT = SPACES
               MOVE WS-ENV-VALUE TO WS-CATALOG-PATH
           END-IF

           MOVE SPACES TO WS-ENV-VALUE
           DISPLAY "RESULTS_MASTER" UPON ENVIRONMENT-NAME
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT-VALUE
           IF WS-ENV-VALUE NOT = SPACES
               MOVE WS-ENV-VALUE TO WS-MASTER-PATH
           END-IF

           MOVE SPACES TO WS-ENV-VALUE
           DISPLAY "UNFOLD_FACTOR" UPON ENVIRONMENT-NAME
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT-VALUE
           IF WS-ENV-VALUE NOT = SPACES
               IF FUNCTION TRIM(WS-ENV-VALUE) IS NOT NUMERIC
                   OR FUNCTION LENGTH(FUNCTION TRIM(WS-ENV-VALUE)) > 4
                   DISPLAY "UNFOLD_FACTOR MUST BE A WHOLE NUMBER"
                   PERFORM ABEND-RUN
               END-IF
               MOVE FUNCTION NUMVAL(FUNCTION TRIM(WS-ENV-VALUE))
                   TO WS-UNFOLD-FACTOR
           END-IF

           MOVE SPACES TO WS-ENV-VALUE
           DISPLAY "STATUS_HISTORY" UPON ENVIRONMENT-NAME
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT-VALUE
           IF WS-ENV-VALUE NOT = SPACES
               MOVE WS-ENV-VALUE TO WS-STSHIST-PATH
           END-IF

           MOVE SPACES TO WS-ENV-VALUE
           DISPLAY "FORECAST_FILE" UPON ENVIRONMENT-NAME
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT-VALUE
           IF WS-ENV-VALUE NOT = SPACES
               MOVE WS-ENV-VALUE TO WS-FORECAST-PATH
           END-IF

           MOVE SPACES TO WS-ENV-VALUE
           DISPLAY "FORECAST_REPORT" UPON ENVIRONMENT-NAME
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT-VALUE
           IF WS-ENV-VALUE NOT = SPACES
               MOVE WS-ENV-VALUE TO WS-REPORT-PATH
           END-IF

           MOVE SPACES TO WS-ENV-VALUE
           DISPLAY "FORECAST_MODE" UPON ENVIRONMENT-NAME
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT-VALUE
           IF WS-ENV-VALUE NOT = SPACES
               MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-ENV-VALUE))
                   TO WS-FCST-MODE
               IF WS-FCST-MODE NOT = "PLAN"
                   AND WS-FCST-MODE NOT = "ACTUAL"
                   DISPLAY "UNKNOWN FORECAST_MODE "
                       FUNCTION TRIM(WS-FCST-MODE)
                       " - EXPECTED PLAN OR ACTUAL"
                   PERFORM ABEND-RUN
               END-IF
           END-IF

           MOVE SPACES TO WS-ENV-VALUE
           DISPLAY "FORECAST_STAMP" UPON ENVIRONMENT-NAME
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT-VALUE
           IF WS-ENV-VALUE NOT = SPACES
               MOVE WS-ENV-VALUE(1:19) TO WS-FCST-STAMP
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
           DISPLAY "WINDOW_START" UPON ENVIRONMENT-NAME
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT-VALUE
           IF WS-ENV-VALUE NOT = SPACES
               MOVE WS-ENV-VALUE(1:5) TO WS-WINDOW-START
           ELSE
               MOVE WS-RUN-TIME(1:5) TO WS-WINDOW-START
           END-IF
           MOVE WS-WINDOW-START TO WS-CLOCK-TEXT
           PERFORM CHECK-CLOCK-TIME
           IF WS-CLOCK-TEXT = SPACES
               DISPLAY "WINDOW_START MUST BE HH:MM"
               PERFORM ABEND-RUN
           END-IF
           MOVE WS-CLOCK-SECS TO WS-START-SECS

           MOVE SPACES TO WS-ENV-VALUE
           DISPLAY "WINDOW_END" UPON ENVIRONMENT-NAME
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT-VALUE
           IF WS-ENV-VALUE NOT = SPACES
               MOVE WS-ENV-VALUE(1:5) TO WS-WINDOW-END
               MOVE WS-WINDOW-END TO WS-CLOCK-TEXT
               PERFORM CHECK-CLOCK-TIME
               IF WS-CLOCK-TEXT = SPACES
                   DISPLAY "WINDOW_END MUST BE HH:MM"
                   PERFORM ABEND-RUN
               END-IF
               MOVE WS-CLOCK-SECS TO WS-END-SECS
               MOVE 1 TO WS-WINDOW-SET
               IF WS-END-SECS > WS-START-SECS
                   COMPUTE WS-AVAIL-SECS = WS-END-SECS - WS-START-SECS
               ELSE
                   COMPUTE WS-AVAIL-SECS =
                       WS-END-SECS + 86400 - WS-START-SECS
               END-IF
           END-IF

           IF WS-FCST-MODE = "PLAN" AND WS-CONTROL-PATH = SPACES
               DISPLAY "CONTROL_FILE MUST NAME TONIGHT'S INPUT LIST"
               PERFORM ABEND-RUN
           END-IF
           .

      *> HH:MM on a 24-hour clock into WS-CLOCK-SECS; blanks
      *> WS-CLOCK-TEXT when it is not one.
       CHECK-CLOCK-TIME.
           IF WS-CLOCK-TEXT(3:1) NOT = ":"
               OR WS-CLOCK-TEXT(1:2) IS NOT NUMERIC
               OR WS-CLOCK-TEXT(4:2) IS NOT NUMERIC
               MOVE SPACES TO WS-CLOCK-TEXT
               EXIT PARAGRAPH
           END-IF
           IF WS-CLOCK-TEXT(1:2) > "23" OR WS-CLOCK-TEXT(4:2) > "59"
               MOVE SPACES TO WS-CLOCK-TEXT
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-CLOCK-SECS =
               FUNCTION NUMVAL(WS-CLOCK-TEXT(1:2)) * 3600
               + FUNCTION NUMVAL(WS-CLOCK-TEXT(4:2)) * 60
           .

      *> Tonight's input list, one path per line, as the batch run
      *> reads it.
       LOAD-CONTROL-FILE.
           OPEN INPUT CONTROL-FILE
           IF WS-CTL-STATUS NOT = "00"
               DISPLAY "CANNOT OPEN CONTROL FILE "
                   FUNCTION TRIM(WS-CONTROL-PATH)
                   " - STATUS " WS-CTL-STATUS
               PERFORM ABEND-RUN
           END-IF
           MOVE 0 TO WS-FL-COUNT
           READ CONTROL-FILE INTO WS-LINE
           PERFORM UNTIL WS-CTL-STATUS NOT = "00"
               IF FUNCTION TRIM(WS-LINE) NOT = SPACES
                   IF WS-FL-COUNT >= WS-FL-MAX
                       MOVE WS-FL-MAX TO WS-DISPLAY-NUM
                       DISPLAY "CAPACITY EXCEEDED: CONTROL FILE "
                           "EXCEEDS " FUNCTION TRIM(WS-DISPLAY-NUM)
                           " INPUT FILES"
                       PERFORM ABEND-RUN
                   END-IF
                   ADD 1 TO WS-FL-COUNT
                   INITIALIZE WS-FL(WS-FL-COUNT)
                   MOVE FUNCTION TRIM(WS-LINE)
                       TO WS-FL-SRC(WS-FL-COUNT)
               END-IF
               READ CONTROL-FILE INTO WS-LINE
           END-PERFORM
           CLOSE CONTROL-FILE
           .

      *> Every catalogued run's detail and profile extracts, oldest
      *> first, so a later night's measurement of the same string
      *> replaces an earlier one.
       LOAD-CATALOGUED-HISTORY.
           OPEN INPUT CATALOG-FILE
           IF WS-CAT-STATUS NOT = "00"
               DISPLAY "ARCHIVE CATALOG "
                   FUNCTION TRIM(WS-CATALOG-PATH)
                   " WILL NOT OPEN - STATUS " WS-CAT-STATUS
                   " - NO PROFILE HISTORY USED"
               ADD 1 TO WS-HIST-MISSING
               EXIT PARAGRAPH
           END-IF
           READ CATALOG-FILE INTO WS-CAT-LINE
           PERFORM UNTIL WS-CAT-STATUS NOT = "00"
               IF WS-CAT-LINE(1:4) = "RUN="
                   PERFORM PARSE-CATALOG-LINE
               END-IF
               READ CATALOG-FILE INTO WS-CAT-LINE
           END-PERFORM
           CLOSE CATALOG-FILE
           .

      *> RUN=<date> <time> SRC=<source> REPORT=<p> DETAIL=<p>
      *> EXCEPTIONS=<p> PROFILE=<p>
       PARSE-CATALOG-LINE.
           MOVE SPACES TO WS-F1
           MOVE SPACES TO WS-F2
           MOVE SPACES TO WS-F3
           MOVE SPACES TO WS-F4
           MOVE SPACES TO WS-F5
           MOVE SPACES TO WS-F6
           MOVE SPACES TO WS-F7
           UNSTRING FUNCTION TRIM(WS-CAT-LINE)
               DELIMITED BY ALL " "
               INTO WS-F1 WS-F2 WS-F3 WS-F4 WS-F5 WS-F6 WS-F7
           END-UNSTRING
           IF WS-F5(1:7) NOT = "DETAIL=" OR WS-F5(8:1) = SPACE
               OR WS-F7(1:8) NOT = "PROFILE=" OR WS-F7(9:1) = SPACE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-F5(8:256) TO WS-DETAIL-PATH
           MOVE WS-F7(9:256) TO WS-PROFILE-PATH
           PERFORM LOAD-ONE-HISTORY-RUN
           .

      *> Join one run's profile extract to its detail extract and
      *> fold the measurements into the known-string table. A run
      *> whose extracts are gone (swept, or never archived) is
      *> counted and passed over.
       LOAD-ONE-HISTORY-RUN.
           OPEN INPUT DETAIL-FILE
           IF WS-DTL-STATUS NOT = "00"
               ADD 1 TO WS-HIST-MISSING
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-HR-COUNT
           READ DETAIL-FILE INTO WS-LINE
           PERFORM UNTIL WS-DTL-STATUS NOT = "00"
               IF WS-LINE(1:4) = "SRC="
                   PERFORM STORE-DETAIL-LINE
               END-IF
               READ DETAIL-FILE INTO WS-LINE
           END-PERFORM
           CLOSE DETAIL-FILE

           OPEN INPUT PROFILE-FILE
           IF WS-PRF-STATUS NOT = "00"
               ADD 1 TO WS-HIST-MISSING
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-HIST-RUNS
           MOVE 1 TO WS-HR-CURSOR
           READ PROFILE-FILE INTO WS-LINE
           PERFORM UNTIL WS-PRF-STATUS NOT = "00"
               IF WS-LINE(1:4) = "SRC="
                   PERFORM JOIN-PROFILE-LINE
               END-IF
               READ PROFILE-FILE INTO WS-LINE
           END-PERFORM
           CLOSE PROFILE-FILE
           .

      *> SRC=<path> RECORD=<n> COND=<cond> GROUPS=<g> PART1=.. PART2=..
       STORE-DETAIL-LINE.
           MOVE SPACES TO WS-F1
           MOVE SPACES TO WS-F2
           MOVE SPACES TO WS-F3
           MOVE SPACES TO WS-F4
           UNSTRING FUNCTION TRIM(WS-LINE)
               DELIMITED BY ALL " "
               INTO WS-F1 WS-F2 WS-F3 WS-F4
           END-UNSTRING
           IF WS-F2(1:7) NOT = "RECORD="
               OR WS-F3(1:5) NOT = "COND="
               OR WS-F4(1:7) NOT = "GROUPS="
               EXIT PARAGRAPH
           END-IF
           IF WS-HR-COUNT >= WS-HR-MAX
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-HR-COUNT
           MOVE WS-F1(5:256) TO WS-F5
           PERFORM FIND-HISTORY-SOURCE
           MOVE WS-HS-IX TO WS-HR-SRC-IX(WS-HR-COUNT)
           MOVE FUNCTION NUMVAL(WS-F2(8:20)) TO WS-HR-REC(WS-HR-COUNT)
           MOVE SPACES TO WS-HR-KEY(WS-HR-COUNT)
           STRING FUNCTION TRIM(WS-F3(6:200)) " "
               FUNCTION TRIM(WS-F4(8:260))
               DELIMITED BY SIZE INTO WS-HR-KEY(WS-HR-COUNT)
           .

      *> Source path in WS-F5 to its index in the history source
      *> table, adding it when new.
       FIND-HISTORY-SOURCE.
           PERFORM VARYING WS-HS-IX FROM 1 BY 1
               UNTIL WS-HS-IX > WS-HS-COUNT
               IF WS-HS-NAME(WS-HS-IX) = WS-F5(1:256)
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM
           IF WS-HS-COUNT >= WS-HS-MAX
               MOVE WS-HS-MAX TO WS-DISPLAY-NUM
               DISPLAY "CAPACITY EXCEEDED: PROFILE HISTORY NAMES MORE "
                   "THAN " FUNCTION TRIM(WS-DISPLAY-NUM) " SOURCES"
               PERFORM ABEND-RUN
           END-IF
           ADD 1 TO WS-HS-COUNT
           MOVE WS-F5(1:256) TO WS-HS-NAME(WS-HS-COUNT)
           MOVE WS-HS-COUNT TO WS-HS-IX
           .

      *> SRC=<path> RECORD=<n> ELAPSED-HSECS=<n> ITERS=.. ...
      *> The detail line for the same source and record gives the
      *> string; the search starts at the cursor and wraps once.
       JOIN-PROFILE-LINE.
           MOVE SPACES TO WS-F1
           MOVE SPACES TO WS-F2
           MOVE SPACES TO WS-F3
           UNSTRING FUNCTION TRIM(WS-LINE)
               DELIMITED BY ALL " "
               INTO WS-F1 WS-F2 WS-F3
           END-UNSTRING
           IF WS-F2(1:7) NOT = "RECORD="
               OR WS-F3(1:14) NOT = "ELAPSED-HSECS="
               OR WS-HR-COUNT = 0
               EXIT PARAGRAPH
           END-IF
           MOVE WS-F1(5:256) TO WS-F5
           PERFORM FIND-HISTORY-SOURCE
           MOVE FUNCTION NUMVAL(WS-F2(8:20)) TO WS-NUM
           MOVE 0 TO WS-HR-FOUND
           MOVE WS-HR-CURSOR TO WS-HR-I
           PERFORM VARYING WS-HR-TRIES FROM 1 BY 1
               UNTIL WS-HR-TRIES > WS-HR-COUNT
               IF WS-HR-SRC-IX(WS-HR-I) = WS-HS-IX
                   AND WS-HR-REC(WS-HR-I) = WS-NUM
                   MOVE WS-HR-I TO WS-HR-FOUND
                   EXIT PERFORM
               END-IF
               ADD 1 TO WS-HR-I
               IF WS-HR-I > WS-HR-COUNT
                   MOVE 1 TO WS-HR-I
               END-IF
           END-PERFORM
           IF WS-HR-FOUND = 0
               EXIT PARAGRAPH
           END-IF
           MOVE WS-HR-FOUND TO WS-HR-CURSOR
           MOVE WS-HR-KEY(WS-HR-FOUND) TO WS-REC-KEY
           MOVE FUNCTION NUMVAL(WS-F3(15:20)) TO WS-REC-HSECS
           ADD 1 TO WS-HIST-MEASURED
           ADD WS-REC-HSECS TO WS-CAL-HSECS
           COMPUTE WS-CAL-UNITS = WS-CAL-UNITS
               + FUNCTION LENGTH(FUNCTION TRIM(WS-REC-KEY)) + 1
           PERFORM KNOWN-LOOKUP
           IF WS-KN-FOUND = 1
               MOVE WS-REC-HSECS TO WS-KN-HSECS(WS-KN-SLOT)
               EXIT PARAGRAPH
           END-IF
           IF WS-KN-COUNT >= WS-KN-MAX
               IF WS-KN-FULL-WARNED = 0
                   MOVE WS-KN-MAX TO WS-DISPLAY-NUM
                   DISPLAY "WARNING: PROFILE HISTORY HOLDS MORE THAN "
                       FUNCTION TRIM(WS-DISPLAY-NUM)
                       " DISTINCT RECORDS - THE REST ARE PRICED "
                       "BY SIZE"
                   MOVE 1 TO WS-KN-FULL-WARNED
               END-IF
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-KN-COUNT
           MOVE 1 TO WS-KN-USED(WS-KN-SLOT)
           MOVE WS-REC-KEY TO WS-KN-KEY(WS-KN-SLOT)
           MOVE WS-REC-HSECS TO WS-KN-HSECS(WS-KN-SLOT)
           .

      *> Find WS-REC-KEY in the known-string table. WS-KN-FOUND = 1
      *> with WS-KN-SLOT at the entry, or 0 with WS-KN-SLOT at the
      *> free slot it would take.
       KNOWN-LOOKUP.
           MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-REC-KEY TRAILING))
               TO WS-KEY-LEN
           MOVE 5381 TO WS-KH
           PERFORM VARYING WS-KI FROM 1 BY 1
               UNTIL WS-KI > WS-KEY-LEN
               COMPUTE WS-KH = FUNCTION MOD(
                   WS-KH * 33 + FUNCTION ORD(WS-REC-KEY(WS-KI:1)),
                   999999937)
           END-PERFORM
           COMPUTE WS-KN-SLOT = FUNCTION MOD(WS-KH, WS-KN-CAP) + 1
           MOVE 0 TO WS-KN-FOUND
           PERFORM VARYING WS-KN-PROBES FROM 1 BY 1
               UNTIL WS-KN-PROBES > WS-KN-CAP
               IF WS-KN-USED(WS-KN-SLOT) = 0
                   EXIT PERFORM
               END-IF
               IF WS-KN-KEY(WS-KN-SLOT) = WS-REC-KEY
                   MOVE 1 TO WS-KN-FOUND
                   EXIT PERFORM
               END-IF
               ADD 1 TO WS-KN-SLOT
               IF WS-KN-SLOT > WS-KN-CAP
                   MOVE 1 TO WS-KN-SLOT
               END-IF
           END-PERFORM
           .

      *> Hundredths per unit of the length heuristic, from every
      *> history measurement read; one when there is none.
       SET-SIZE-RATE.
           IF WS-CAL-UNITS > 0
               COMPUTE WS-RATE ROUNDED = WS-CAL-HSECS / WS-CAL-UNITS
           END-IF
           .

      *> Price every record of one input file. A file that will not
      *> open is forecast at nothing and named on the report - the
      *> batch fails it at once.
       FORECAST-ONE-FILE.
           MOVE WS-FL-SRC(WS-FL-IX) TO WS-INPUT-PATH
           OPEN INPUT INPUT-FILE
           IF WS-INP-STATUS NOT = "00"
               ADD 1 TO WS-UNOPENED
               EXIT PARAGRAPH
           END-IF
           MOVE 1 TO WS-FL-OPENED(WS-FL-IX)
           READ INPUT-FILE INTO WS-LINE
           PERFORM UNTIL WS-INP-STATUS NOT = "00"
               MOVE FUNCTION TRIM(WS-LINE) TO WS-TRIMMED
               EVALUATE TRUE
                   WHEN WS-TRIMMED = SPACES
                       CONTINUE
                   WHEN WS-TRIMMED(1:4) = "HDR "
                       PERFORM CHECK-DELTA-HEADER
                   WHEN WS-TRIMMED(1:4) = "TRL "
                       CONTINUE
                   WHEN OTHER
                       PERFORM PRICE-ONE-RECORD
               END-EVALUATE
               READ INPUT-FILE INTO WS-LINE
           END-PERFORM
           CLOSE INPUT-FILE
           COMPUTE WS-FL-SECS(WS-FL-IX) =
               (WS-FL-HSECS(WS-FL-IX) + 99) / 100
           ADD WS-FL-SECS(WS-FL-IX) TO WS-TOTAL-SECS
           ADD WS-FL-RECS(WS-FL-IX) TO WS-TOTAL-RECS
           ADD WS-FL-HITS(WS-FL-IX) TO WS-TOTAL-HITS
           ADD WS-FL-KNOWN(WS-FL-IX) TO WS-TOTAL-KNOWN
           ADD WS-FL-NEW(WS-FL-IX) TO WS-TOTAL-NEW
           .

      *> HDR <file-id> <business-date> [DELTA]
       CHECK-DELTA-HEADER.
           MOVE SPACES TO WS-F1
           MOVE SPACES TO WS-F2
           MOVE SPACES TO WS-F3
           MOVE SPACES TO WS-F4
           UNSTRING WS-TRIMMED DELIMITED BY ALL " "
               INTO WS-F1 WS-F2 WS-F3 WS-F4
           END-UNSTRING
           IF WS-F4(1:6) = "DELTA "
               MOVE 1 TO WS-FL-DELTA(WS-FL-IX)
           END-IF
           .

      *> One data line (or delta transaction) in WS-TRIMMED: a
      *> master hit, a known string, or priced by size. A delta
      *> delete scores nothing and is not priced.
       PRICE-ONE-RECORD.
           MOVE WS-TRIMMED TO WS-REC-TEXT
           IF WS-FL-DELTA(WS-FL-IX) = 1
               MOVE SPACES TO WS-DT-CODE
               MOVE SPACES TO WS-DT-REC
               MOVE 1 TO WS-PTR
               UNSTRING WS-TRIMMED DELIMITED BY ALL " "
                   INTO WS-DT-CODE WS-DT-REC
                   WITH POINTER WS-PTR
               END-UNSTRING
               IF WS-DT-CODE = "D"
                   EXIT PARAGRAPH
               END-IF
               MOVE SPACES TO WS-REC-TEXT
               IF WS-PTR <= FUNCTION LENGTH(WS-TRIMMED)
                   MOVE WS-TRIMMED(WS-PTR:) TO WS-REC-TEXT
               END-IF
           END-IF
           ADD 1 TO WS-FL-RECS(WS-FL-IX)
           PERFORM PARSE-RECORD-TEXT
           IF WS-REC-OK = 1 AND WS-MST-OPEN = 1
               PERFORM CHECK-MASTER-HIT
               IF WS-MST-HIT = 1
                   ADD 1 TO WS-FL-HITS(WS-FL-IX)
                   ADD WS-HIT-HSECS TO WS-FL-HSECS(WS-FL-IX)
                   EXIT PARAGRAPH
               END-IF
           END-IF
           IF WS-REC-OK = 1
               PERFORM KNOWN-LOOKUP
               IF WS-KN-FOUND = 1
                   ADD 1 TO WS-FL-KNOWN(WS-FL-IX)
                   ADD WS-KN-HSECS(WS-KN-SLOT) TO WS-FL-HSECS(WS-FL-IX)
                   EXIT PARAGRAPH
               END-IF
           END-IF
           ADD 1 TO WS-FL-NEW(WS-FL-IX)
           IF WS-REC-OK = 1
               MOVE WS-REC-KEY TO WS-TRIMMED
           ELSE
               MOVE FUNCTION TRIM(WS-REC-TEXT) TO WS-TRIMMED
           END-IF
           MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-TRIMMED))
               TO WS-TRIM-LEN
           ADD 1 TO WS-TRIM-LEN
           COMPUTE WS-REC-HSECS = WS-TRIM-LEN * WS-RATE
           ADD WS-REC-HSECS TO WS-FL-HSECS(WS-FL-IX)
           .

      *> "<cond> <g1>,<g2>,..." in WS-REC-TEXT into the condition
      *> string, the group counts, and the known-string key in the
      *> form the detail extract writes it. WS-REC-OK = 0 for a
      *> record the run would reject; it is priced by size.
       PARSE-RECORD-TEXT.
           MOVE 0 TO WS-REC-OK
           MOVE SPACES TO WS-F1
           MOVE SPACES TO WS-F2
           MOVE SPACES TO WS-F3
           UNSTRING FUNCTION TRIM(WS-REC-TEXT) DELIMITED BY ALL " "
               INTO WS-F1 WS-F2 WS-F3
           END-UNSTRING
           IF WS-F1 = SPACES OR WS-F2 = SPACES OR WS-F3 NOT = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-F1))
               TO WS-REC-COND-LEN
           IF WS-REC-COND-LEN > 200
               EXIT PARAGRAPH
           END-IF
           MOVE WS-F1(1:200) TO WS-REC-COND
           PERFORM VARYING WS-POS FROM 1 BY 1
               UNTIL WS-POS > WS-REC-COND-LEN
               IF WS-REC-COND(WS-POS:1) NOT = "."
                   AND WS-REC-COND(WS-POS:1) NOT = "#"
                   AND WS-REC-COND(WS-POS:1) NOT = "?"
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM
           MOVE 0 TO WS-REC-MC
           MOVE 0 TO WS-NUM
           MOVE 0 TO WS-NUM-DIGITS
           MOVE SPACES TO WS-REC-GROUPS
           PERFORM VARYING WS-POS FROM 1 BY 1
               UNTIL WS-POS > FUNCTION LENGTH(FUNCTION TRIM(WS-F2))
               MOVE WS-F2(WS-POS:1) TO WS-CH
               EVALUATE TRUE
                   WHEN WS-CH IS NUMERIC
                       IF WS-NUM-DIGITS >= 4
                           EXIT PARAGRAPH
                       END-IF
                       COMPUTE WS-NUM = WS-NUM * 10
                           + FUNCTION NUMVAL(WS-CH)
                       ADD 1 TO WS-NUM-DIGITS
                   WHEN WS-CH = ","
                       PERFORM ADD-RECORD-GROUP
                       IF WS-REC-OK = 9
                           MOVE 0 TO WS-REC-OK
                           EXIT PARAGRAPH
                       END-IF
                   WHEN OTHER
                       EXIT PARAGRAPH
               END-EVALUATE
           END-PERFORM
           PERFORM ADD-RECORD-GROUP
           IF WS-REC-OK = 9
               MOVE 0 TO WS-REC-OK
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-REC-KEY
           STRING WS-REC-COND(1:WS-REC-COND-LEN) " "
               FUNCTION TRIM(WS-REC-GROUPS)
               DELIMITED BY SIZE INTO WS-REC-KEY
           MOVE 1 TO WS-REC-OK
           .

      *> Close off the group count in WS-NUM. An empty group or a
      *> list past 50 entries (the main program's limit) marks the
      *> record unparseable with WS-REC-OK = 9.
       ADD-RECORD-GROUP.
           IF WS-NUM-DIGITS = 0 OR WS-REC-MC >= 50
               MOVE 9 TO WS-REC-OK
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-REC-MC
           MOVE WS-NUM TO WS-REC-MV(WS-REC-MC)
           MOVE WS-NUM TO WS-DISPLAY-NUM
           IF WS-REC-MC = 1
               MOVE FUNCTION TRIM(WS-DISPLAY-NUM) TO WS-REC-GROUPS
           ELSE
               MOVE SPACES TO WS-GRP-TEXT
               MOVE FUNCTION TRIM(WS-DISPLAY-NUM) TO WS-GRP-TEXT
               STRING FUNCTION TRIM(WS-REC-GROUPS) ","
                   FUNCTION TRIM(WS-GRP-TEXT)
                   DELIMITED BY SIZE INTO WS-REC-GROUPS
           END-IF
           MOVE 0 TO WS-NUM
           MOVE 0 TO WS-NUM-DIGITS
           .

      *> A record is a master hit when both its part 1 (unfold
      *> factor 0) and its unfolded part 2 are on the master under
      *> the same string and group list - then the run counts
      *> neither. An unfolding past the main program's limits is
      *> not a hit; the run would stop on it anyway.
       CHECK-MASTER-HIT.
           MOVE 0 TO WS-MST-HIT
           MOVE SPACES TO WS-CUR-S
           MOVE WS-REC-COND TO WS-CUR-S
           MOVE WS-REC-COND-LEN TO WS-CUR-S-LEN
           MOVE WS-REC-MC TO WS-CUR-MC
           PERFORM VARYING WS-J FROM 1 BY 1 UNTIL WS-J > WS-CUR-MC
               MOVE WS-REC-MV(WS-J) TO WS-CUR-MV(WS-J)
           END-PERFORM
           MOVE 0 TO WS-MST-UF
           PERFORM READ-MASTER-KEY
           IF WS-MST-HIT = 0
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO WS-MST-HIT
           IF WS-REC-COND-LEN * WS-UNFOLD-FACTOR
               + WS-UNFOLD-FACTOR - 1 > 200
               OR WS-REC-MC * WS-UNFOLD-FACTOR > 100
               OR WS-UNFOLD-FACTOR = 0
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-CUR-S
           MOVE WS-REC-COND-LEN TO WS-UF-POS
           MOVE WS-REC-COND(1:WS-REC-COND-LEN)
               TO WS-CUR-S(1:WS-REC-COND-LEN)
           PERFORM VARYING WS-K FROM 2 BY 1
               UNTIL WS-K > WS-UNFOLD-FACTOR
               ADD 1 TO WS-UF-POS
               MOVE "?" TO WS-CUR-S(WS-UF-POS:1)
               MOVE WS-REC-COND(1:WS-REC-COND-LEN)
                   TO WS-CUR-S(WS-UF-POS + 1:WS-REC-COND-LEN)
               ADD WS-REC-COND-LEN TO WS-UF-POS
           END-PERFORM
           MOVE WS-UF-POS TO WS-CUR-S-LEN
           MOVE 0 TO WS-UF-K
           PERFORM VARYING WS-K FROM 1 BY 1
               UNTIL WS-K > WS-UNFOLD-FACTOR
               PERFORM VARYING WS-J FROM 1 BY 1
                   UNTIL WS-J > WS-REC-MC
                   ADD 1 TO WS-UF-K
                   MOVE WS-REC-MV(WS-J) TO WS-CUR-MV(WS-UF-K)
               END-PERFORM
           END-PERFORM
           MOVE WS-UF-K TO WS-CUR-MC
           MOVE WS-UNFOLD-FACTOR TO WS-MST-UF
           PERFORM READ-MASTER-KEY
           .

      *> Read the master under the key for WS-CUR-S / WS-CUR-MV and
      *> WS-MST-UF; a record under the key for another string is a
      *> hash collision, not a hit.
       READ-MASTER-KEY.
           MOVE 0 TO WS-MST-HIT
           MOVE 5381 TO WS-HV
           PERFORM VARYING WS-HI FROM 1 BY 1
               UNTIL WS-HI > WS-CUR-S-LEN
               COMPUTE WS-HV = FUNCTION MOD(
                   WS-HV * 33 +
                   FUNCTION ORD(WS-CUR-S(WS-HI:1)),
                   999999999999999937)
           END-PERFORM
           COMPUTE WS-HV = FUNCTION MOD(
               WS-HV * 33 + WS-CUR-MC,
               999999999999999937)
           PERFORM VARYING WS-HI FROM 1 BY 1
               UNTIL WS-HI > WS-CUR-MC
               COMPUTE WS-HV = FUNCTION MOD(
                   WS-HV * 33 + WS-CUR-MV(WS-HI),
                   999999999999999937)
           END-PERFORM
           MOVE WS-HV TO RM-KEY-HASH
           MOVE WS-CUR-S-LEN TO RM-KEY-SL
           MOVE WS-CUR-MC TO RM-KEY-MC
           MOVE WS-MST-UF TO RM-KEY-UF
           READ RESULTS-MASTER
           IF WS-MST-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           IF RM-COND NOT = WS-CUR-S
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-J FROM 1 BY 1 UNTIL WS-J > WS-CUR-MC
               IF RM-MV(WS-J) NOT = WS-CUR-MV(WS-J)
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM
           MOVE 1 TO WS-MST-HIT
           .

      *> Past the window: take the largest files first and split
      *> each just enough to recover what is still over, until the
      *> overrun is covered or the files run out. WS-REMAIN-SECS
      *> left over is what splitting alone cannot recover.
       CHECK-WINDOW.
           IF WS-TOTAL-SECS <= WS-AVAIL-SECS
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-OVERRUN-SECS = WS-TOTAL-SECS - WS-AVAIL-SECS
           MOVE WS-OVERRUN-SECS TO WS-REMAIN-SECS
           MOVE WS-TOTAL-SECS TO WS-SPLIT-TOTAL-SECS
           PERFORM UNTIL WS-REMAIN-SECS = 0
               MOVE 0 TO WS-BEST-IX
               PERFORM VARYING WS-FL-IX FROM 1 BY 1
                   UNTIL WS-FL-IX > WS-FL-COUNT
                   IF WS-FL-DRIVER(WS-FL-IX) = 0
                       AND WS-FL-SECS(WS-FL-IX) > 1
                       IF WS-BEST-IX = 0
                           MOVE WS-FL-IX TO WS-BEST-IX
                       ELSE
                           IF WS-FL-SECS(WS-FL-IX)
                               > WS-FL-SECS(WS-BEST-IX)
                               MOVE WS-FL-IX TO WS-BEST-IX
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM
               IF WS-BEST-IX = 0
                   EXIT PERFORM
               END-IF
               ADD 1 TO WS-DRIVER-COUNT
               MOVE WS-DRIVER-COUNT TO WS-FL-DRIVER(WS-BEST-IX)
               IF WS-FL-DELTA(WS-BEST-IX) = 0
                   AND WS-FL-RECS(WS-BEST-IX) >= 2
                   PERFORM CHOOSE-SPLIT-COUNT
               END-IF
           END-PERFORM
           .

      *> The smallest SPLIT_COUNT that recovers the rest of the
      *> overrun from file WS-BEST-IX, or the most it can be split
      *> (50 slices, one record each at the least) when none does.
      *> The slowest slice is taken as the file's time over the
      *> slice count, rounded up - the split balances on cost.
       CHOOSE-SPLIT-COUNT.
           MOVE WS-SPLIT-MAX TO WS-SPLIT-LIMIT
           IF WS-FL-RECS(WS-BEST-IX) < WS-SPLIT-LIMIT
               MOVE WS-FL-RECS(WS-BEST-IX) TO WS-SPLIT-LIMIT
           END-IF
           PERFORM VARYING WS-SPLIT-N FROM 2 BY 1
               UNTIL WS-SPLIT-N > WS-SPLIT-LIMIT
               COMPUTE WS-SPLIT-SLICE =
                   (WS-FL-SECS(WS-BEST-IX) + WS-SPLIT-N - 1)
                   / WS-SPLIT-N
               COMPUTE WS-SPLIT-SAVING =
                   WS-FL-SECS(WS-BEST-IX) - WS-SPLIT-SLICE
               MOVE WS-SPLIT-N TO WS-FL-SPLIT(WS-BEST-IX)
               MOVE WS-SPLIT-SLICE TO WS-FL-SLICE-SECS(WS-BEST-IX)
               IF WS-SPLIT-SAVING >= WS-REMAIN-SECS
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-SPLIT-SAVING >= WS-REMAIN-SECS
               MOVE 0 TO WS-REMAIN-SECS
           ELSE
               SUBTRACT WS-SPLIT-SAVING FROM WS-REMAIN-SECS
           END-IF
           SUBTRACT WS-SPLIT-SAVING FROM WS-SPLIT-TOTAL-SECS
           .

       OPEN-FORECAST-REPORT.
           OPEN OUTPUT REPORT-FILE
           IF WS-RPT-STATUS NOT = "00"
               DISPLAY "CANNOT OPEN FORECAST REPORT "
                   FUNCTION TRIM(WS-REPORT-PATH)
                   " - STATUS " WS-RPT-STATUS
               PERFORM ABEND-RUN
           END-IF
           MOVE "ADVENT 2023 DAY 12 - BATCH WINDOW FORECAST"
               TO WS-RPT-LINE
           IF WS-FCST-MODE = "ACTUAL"
               MOVE "ADVENT 2023 DAY 12 - BATCH FORECAST AGAINST ACTUAL"
                   TO WS-RPT-LINE
           END-IF
           WRITE REPORT-RECORD FROM WS-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           STRING "RUN DATE: " WS-RUN-DATE "  RUN TIME: " WS-RUN-TIME
               DELIMITED BY SIZE INTO WS-RPT-LINE
           WRITE REPORT-RECORD FROM WS-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           WRITE REPORT-RECORD FROM WS-RPT-LINE
           .

      *> What the forecast was built from, then one line per file.
       WRITE-FILE-FORECASTS.
           MOVE SPACES TO WS-RPT-LINE
           STRING "CONTROL FILE: " FUNCTION TRIM(WS-CONTROL-PATH)
               DELIMITED BY SIZE INTO WS-RPT-LINE
               ON OVERFLOW CONTINUE
           END-STRING
           WRITE REPORT-RECORD FROM WS-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           MOVE WS-HIST-RUNS TO WS-DISPLAY-NUM
           MOVE WS-KN-COUNT TO WS-DISPLAY-NUM2
           IF WS-CATALOG-PATH NOT = SPACES
               STRING "PROFILE HISTORY: "
                   FUNCTION TRIM(WS-DISPLAY-NUM)
                   " CATALOGUED RUN(S) FROM "
                   FUNCTION TRIM(WS-CATALOG-PATH) ", "
                   FUNCTION TRIM(WS-DISPLAY-NUM2) " KNOWN RECORDS"
                   DELIMITED BY SIZE INTO WS-RPT-LINE
                   ON OVERFLOW CONTINUE
               END-STRING
           ELSE
               STRING "PROFILE HISTORY: "
                   FUNCTION TRIM(WS-PROFILE-PATH) " WITH "
                   FUNCTION TRIM(WS-DETAIL-PATH) ", "
                   FUNCTION TRIM(WS-DISPLAY-NUM2) " KNOWN RECORDS"
                   DELIMITED BY SIZE INTO WS-RPT-LINE
                   ON OVERFLOW CONTINUE
               END-STRING
           END-IF
           WRITE REPORT-RECORD FROM WS-RPT-LINE
           IF WS-HIST-MISSING > 0
               MOVE SPACES TO WS-RPT-LINE
               MOVE WS-HIST-MISSING TO WS-DISPLAY-NUM
               STRING "  " FUNCTION TRIM(WS-DISPLAY-NUM)
                   " HISTORY EXTRACT(S) NOT FOUND - THOSE RECORDS "
                   "ARE PRICED BY SIZE"
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               WRITE REPORT-RECORD FROM WS-RPT-LINE
           END-IF
           MOVE SPACES TO WS-RPT-LINE
           IF WS-MST-OPEN = 1
               MOVE WS-UNFOLD-FACTOR TO WS-DISPLAY-NUM
               STRING "RESULTS MASTER: " FUNCTION TRIM(WS-MASTER-PATH)
                   " (UNFOLD FACTOR " FUNCTION TRIM(WS-DISPLAY-NUM)
                   ")"
                   DELIMITED BY SIZE INTO WS-RPT-LINE
                   ON OVERFLOW CONTINUE
               END-STRING
           ELSE
               MOVE "RESULTS MASTER: NOT READ - NO MASTER HITS ASSUMED"
                   TO WS-RPT-LINE
           END-IF
           WRITE REPORT-RECORD FROM WS-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           MOVE WS-RATE TO WS-DISPLAY-RATE
           IF WS-CAL-UNITS > 0
               MOVE WS-HIST-MEASURED TO WS-DISPLAY-NUM
               STRING "SIZE ESTIMATE: "
                   FUNCTION TRIM(WS-DISPLAY-RATE)
                   " HSECS PER CHARACTER (FROM "
                   FUNCTION TRIM(WS-DISPLAY-NUM)
                   " MEASURED RECORDS)"
                   DELIMITED BY SIZE INTO WS-RPT-LINE
           ELSE
               STRING "SIZE ESTIMATE: "
                   FUNCTION TRIM(WS-DISPLAY-RATE)
                   " HSECS PER CHARACTER (NO HISTORY - DEFAULT)"
                   DELIMITED BY SIZE INTO WS-RPT-LINE
           END-IF
           WRITE REPORT-RECORD FROM WS-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           WRITE REPORT-RECORD FROM WS-RPT-LINE

           MOVE "FILE FORECAST:" TO WS-RPT-LINE
           WRITE REPORT-RECORD FROM WS-RPT-LINE
           PERFORM VARYING WS-FL-IX FROM 1 BY 1
               UNTIL WS-FL-IX > WS-FL-COUNT
               MOVE SPACES TO WS-RPT-LINE
               STRING "  " FUNCTION TRIM(WS-FL-SRC(WS-FL-IX))
                   DELIMITED BY SIZE INTO WS-RPT-LINE
                   ON OVERFLOW CONTINUE
               END-STRING
               IF WS-FL-DELTA(WS-FL-IX) = 1
                   STRING FUNCTION TRIM(WS-RPT-LINE TRAILING)
                       " (DELTA)"
                       DELIMITED BY SIZE INTO WS-RPT-LINE
                       ON OVERFLOW CONTINUE
                   END-STRING
               END-IF
               WRITE REPORT-RECORD FROM WS-RPT-LINE
               MOVE SPACES TO WS-RPT-LINE
               IF WS-FL-OPENED(WS-FL-IX) = 0
                   MOVE "    CANNOT BE OPENED - NOT FORECAST"
                       TO WS-RPT-LINE
               ELSE
                   MOVE WS-FL-SECS(WS-FL-IX) TO WS-DUR-SECS
                   PERFORM FORMAT-DURATION
                   MOVE WS-FL-RECS(WS-FL-IX) TO WS-DISPLAY-NUM
                   MOVE WS-FL-HITS(WS-FL-IX) TO WS-DISPLAY-NUM2
                   STRING "    RECORDS=" FUNCTION TRIM(WS-DISPLAY-NUM)
                       "  MASTER HITS=" FUNCTION TRIM(WS-DISPLAY-NUM2)
                       DELIMITED BY SIZE INTO WS-RPT-LINE
                   MOVE WS-FL-KNOWN(WS-FL-IX) TO WS-DISPLAY-NUM
                   MOVE WS-FL-NEW(WS-FL-IX) TO WS-DISPLAY-NUM2
                   STRING FUNCTION TRIM(WS-RPT-LINE TRAILING)
                       "  KNOWN=" FUNCTION TRIM(WS-DISPLAY-NUM)
                       "  NEW=" FUNCTION TRIM(WS-DISPLAY-NUM2)
                       "  PREDICTED " FUNCTION TRIM(WS-DUR-TEXT)
                       DELIMITED BY SIZE INTO WS-RPT-LINE
               END-IF
               WRITE REPORT-RECORD FROM WS-RPT-LINE
           END-PERFORM
           MOVE SPACES TO WS-RPT-LINE
           MOVE WS-TOTAL-SECS TO WS-DUR-SECS
           PERFORM FORMAT-DURATION
           MOVE WS-TOTAL-RECS TO WS-DISPLAY-NUM
           MOVE WS-TOTAL-HITS TO WS-DISPLAY-NUM2
           MOVE WS-TOTAL-KNOWN TO WS-DISPLAY-NUM3
           STRING "  TOTAL RECORDS=" FUNCTION TRIM(WS-DISPLAY-NUM)
               "  MASTER HITS=" FUNCTION TRIM(WS-DISPLAY-NUM2)
               "  KNOWN=" FUNCTION TRIM(WS-DISPLAY-NUM3)
               DELIMITED BY SIZE INTO WS-RPT-LINE
           MOVE WS-TOTAL-NEW TO WS-DISPLAY-NUM
           STRING FUNCTION TRIM(WS-RPT-LINE TRAILING)
               "  NEW=" FUNCTION TRIM(WS-DISPLAY-NUM)
               "  PREDICTED " FUNCTION TRIM(WS-DUR-TEXT)
               DELIMITED BY SIZE INTO WS-RPT-LINE
           WRITE REPORT-RECORD FROM WS-RPT-LINE
           IF WS-UNOPENED > 0
               MOVE SPACES TO WS-RPT-LINE
               MOVE WS-UNOPENED TO WS-DISPLAY-NUM
               STRING "  " FUNCTION TRIM(WS-DISPLAY-NUM)
                   " INPUT FILE(S) CANNOT BE OPENED - THE BATCH WILL "
                   "FAIL THEM"
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               WRITE REPORT-RECORD FROM WS-RPT-LINE
           END-IF
           MOVE SPACES TO WS-RPT-LINE
           WRITE REPORT-RECORD FROM WS-RPT-LINE
           .

      *> The verdict against the window, and the splits that would
      *> bring an overrun back inside it.
       WRITE-WINDOW-VERDICT.
           IF WS-WINDOW-SET = 0
               MOVE "WINDOW: NOT GIVEN (SET WINDOW_END=HH:MM)"
                   TO WS-RPT-LINE
               WRITE REPORT-RECORD FROM WS-RPT-LINE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-AVAIL-SECS TO WS-DUR-SECS
           PERFORM FORMAT-DURATION
           MOVE SPACES TO WS-RPT-LINE
           STRING "WINDOW: " WS-WINDOW-START " TO " WS-WINDOW-END
               " (" FUNCTION TRIM(WS-DUR-TEXT) " AVAILABLE)"
               DELIMITED BY SIZE INTO WS-RPT-LINE
           WRITE REPORT-RECORD FROM WS-RPT-LINE
           MOVE WS-TOTAL-SECS TO WS-DUR-SECS
           PERFORM FORMAT-CLOCK
           MOVE SPACES TO WS-RPT-LINE
           STRING "PREDICTED FINISH: " FUNCTION TRIM(WS-CLOCK-OUT)
               DELIMITED BY SIZE INTO WS-RPT-LINE
           WRITE REPORT-RECORD FROM WS-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           IF WS-OVERRUN-SECS = 0
               COMPUTE WS-DUR-SECS = WS-AVAIL-SECS - WS-TOTAL-SECS
               PERFORM FORMAT-DURATION
               STRING "VERDICT: WITHIN THE WINDOW - MARGIN "
                   FUNCTION TRIM(WS-DUR-TEXT)
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               WRITE REPORT-RECORD FROM WS-RPT-LINE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-OVERRUN-SECS TO WS-DUR-SECS
           PERFORM FORMAT-DURATION
           STRING "VERDICT: WINDOW WILL BE MISSED BY "
               FUNCTION TRIM(WS-DUR-TEXT)
               DELIMITED BY SIZE INTO WS-RPT-LINE
           WRITE REPORT-RECORD FROM WS-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           WRITE REPORT-RECORD FROM WS-RPT-LINE
           MOVE "FILES DRIVING THE OVERRUN, LARGEST FIRST:"
               TO WS-RPT-LINE
           WRITE REPORT-RECORD FROM WS-RPT-LINE
           PERFORM VARYING WS-DRIVER-IX FROM 1 BY 1
               UNTIL WS-DRIVER-IX > WS-DRIVER-COUNT
               PERFORM VARYING WS-FL-IX FROM 1 BY 1
                   UNTIL WS-FL-IX > WS-FL-COUNT
                   IF WS-FL-DRIVER(WS-FL-IX) = WS-DRIVER-IX
                       PERFORM WRITE-DRIVER-LINE
                   END-IF
               END-PERFORM
           END-PERFORM
           MOVE SPACES TO WS-RPT-LINE
           IF WS-REMAIN-SECS = 0
               MOVE WS-SPLIT-TOTAL-SECS TO WS-DUR-SECS
               PERFORM FORMAT-CLOCK
               STRING "WITH THESE SPLITS THE NIGHT FINISHES "
                   FUNCTION TRIM(WS-CLOCK-OUT)
                   DELIMITED BY SIZE INTO WS-RPT-LINE
           ELSE
               MOVE WS-REMAIN-SECS TO WS-DUR-SECS
               PERFORM FORMAT-DURATION
               STRING "SPLITTING ALONE CANNOT MEET THE WINDOW - "
                   FUNCTION TRIM(WS-DUR-TEXT) " STILL OVER"
                   DELIMITED BY SIZE INTO WS-RPT-LINE
           END-IF
           WRITE REPORT-RECORD FROM WS-RPT-LINE
           .

      *> One driver, as CHECK-WINDOW chose it.
       WRITE-DRIVER-LINE.
           MOVE WS-FL-SECS(WS-FL-IX) TO WS-DUR-SECS
           PERFORM FORMAT-DURATION
           MOVE WS-DUR-TEXT TO WS-DUR-TEXT2
           MOVE SPACES TO WS-RPT-LINE
           STRING "  " FUNCTION TRIM(WS-FL-SRC(WS-FL-IX))
               " PREDICTED " FUNCTION TRIM(WS-DUR-TEXT2)
               DELIMITED BY SIZE INTO WS-RPT-LINE
               ON OVERFLOW CONTINUE
           END-STRING
           WRITE REPORT-RECORD FROM WS-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           EVALUATE TRUE
               WHEN WS-FL-DELTA(WS-FL-IX) = 1
                   MOVE "    DELTA TRANSMISSION - CANNOT BE SPLIT"
                       TO WS-RPT-LINE
               WHEN WS-FL-SPLIT(WS-FL-IX) = 0
                   MOVE "    TOO FEW RECORDS TO SPLIT" TO WS-RPT-LINE
               WHEN OTHER
                   MOVE WS-FL-SLICE-SECS(WS-FL-IX) TO WS-DUR-SECS
                   PERFORM FORMAT-DURATION
                   MOVE WS-FL-SPLIT(WS-FL-IX) TO WS-DISPLAY-NUM
                   STRING "    RECOMMEND RUN_MODE=SPLIT SPLIT_COUNT="
                       FUNCTION TRIM(WS-DISPLAY-NUM)
                       " - SLOWEST SLICE " FUNCTION TRIM(WS-DUR-TEXT)
                       DELIMITED BY SIZE INTO WS-RPT-LINE
           END-EVALUATE
           WRITE REPORT-RECORD FROM WS-RPT-LINE
           .

      *> One line per file for the forecast-against-actual report.
       APPEND-FORECAST-LINES.
           OPEN EXTEND FORECAST-FILE
           IF WS-FCF-STATUS = "35"
               OPEN OUTPUT FORECAST-FILE
           END-IF
           IF WS-FCF-STATUS NOT = "00"
               DISPLAY "CANNOT OPEN FORECAST FILE "
                   FUNCTION TRIM(WS-FORECAST-PATH)
                   " - STATUS " WS-FCF-STATUS
               PERFORM ABEND-RUN
           END-IF
           PERFORM VARYING WS-FL-IX FROM 1 BY 1
               UNTIL WS-FL-IX > WS-FL-COUNT
               MOVE WS-FL-RECS(WS-FL-IX) TO WS-DISPLAY-NUM
               MOVE WS-FL-SECS(WS-FL-IX) TO WS-DISPLAY-NUM2
               MOVE SPACES TO WS-FCF-LINE
               STRING "FORECAST=" WS-RUN-DATE " " WS-RUN-TIME
                   " SRC=" FUNCTION TRIM(WS-FL-SRC(WS-FL-IX))
                   " RECORDS=" FUNCTION TRIM(WS-DISPLAY-NUM)
                   " PREDICTED-SECS=" FUNCTION TRIM(WS-DISPLAY-NUM2)
                   DELIMITED BY SIZE INTO WS-FCF-LINE
                   ON OVERFLOW
                       DISPLAY "CAPACITY EXCEEDED: FORECAST LINE "
                           "TRUNCATED"
                       PERFORM ABEND-RUN
               END-STRING
               WRITE FORECAST-RECORD FROM WS-FCF-LINE
           END-PERFORM
           CLOSE FORECAST-FILE
           .

      *> After the night: the chosen forecast's files against the
      *> first status-history line for each source stamped at or
      *> after the forecast - the run the forecast was made for.
       RUN-ACTUAL-MODE.
           PERFORM LOAD-FORECAST-LINES
           PERFORM LOAD-ACTUALS
           PERFORM OPEN-FORECAST-REPORT
           PERFORM WRITE-ACTUAL-REPORT
           CLOSE REPORT-FILE
           DISPLAY "FORECAST OF " WS-FC-STAMP
               " AGAINST ACTUAL WRITTEN TO "
               FUNCTION TRIM(WS-REPORT-PATH)
           IF WS-NO-ACTUAL > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           STOP RUN
           .

      *> The forecast compared is the last one in the file, or the
      *> one stamped FORECAST_STAMP.
       LOAD-FORECAST-LINES.
           OPEN INPUT FORECAST-FILE
           IF WS-FCF-STATUS NOT = "00"
               DISPLAY "CANNOT OPEN FORECAST FILE "
                   FUNCTION TRIM(WS-FORECAST-PATH)
                   " - STATUS " WS-FCF-STATUS
               PERFORM ABEND-RUN
           END-IF
           IF WS-FCST-STAMP NOT = SPACES
               MOVE WS-FCST-STAMP TO WS-FC-STAMP
           ELSE
               MOVE SPACES TO WS-FC-STAMP
               READ FORECAST-FILE INTO WS-LINE
               PERFORM UNTIL WS-FCF-STATUS NOT = "00"
                   IF WS-LINE(1:9) = "FORECAST="
                       MOVE WS-LINE(10:19) TO WS-FC-STAMP
                   END-IF
                   READ FORECAST-FILE INTO WS-LINE
               END-PERFORM
               CLOSE FORECAST-FILE
               OPEN INPUT FORECAST-FILE
           END-IF
           MOVE 0 TO WS-FL-COUNT
           READ FORECAST-FILE INTO WS-LINE
           PERFORM UNTIL WS-FCF-STATUS NOT = "00"
               IF WS-LINE(1:9) = "FORECAST="
                   AND WS-LINE(10:19) = WS-FC-STAMP
                   PERFORM STORE-FORECAST-LINE
               END-IF
               READ FORECAST-FILE INTO WS-LINE
           END-PERFORM
           CLOSE FORECAST-FILE
           IF WS-FL-COUNT = 0
               DISPLAY "NO FORECAST STAMPED "
                   FUNCTION TRIM(WS-FC-STAMP) " IN "
                   FUNCTION TRIM(WS-FORECAST-PATH)
               PERFORM ABEND-RUN
           END-IF
           .

      *> FORECAST=<date> <time> SRC=<path> RECORDS=<n>
      *> PREDICTED-SECS=<n>
       STORE-FORECAST-LINE.
           MOVE SPACES TO WS-F1
           MOVE SPACES TO WS-F2
           MOVE SPACES TO WS-F3
           MOVE SPACES TO WS-F4
           MOVE SPACES TO WS-F5
           UNSTRING FUNCTION TRIM(WS-LINE)
               DELIMITED BY ALL " "
               INTO WS-F1 WS-F2 WS-F3 WS-F4 WS-F5
           END-UNSTRING
           IF WS-F3(1:4) NOT = "SRC="
               OR WS-F4(1:8) NOT = "RECORDS="
               OR WS-F5(1:15) NOT = "PREDICTED-SECS="
               EXIT PARAGRAPH
           END-IF
           IF WS-FL-COUNT >= WS-FL-MAX
               MOVE WS-FL-MAX TO WS-DISPLAY-NUM
               DISPLAY "CAPACITY EXCEEDED: FORECAST EXCEEDS "
                   FUNCTION TRIM(WS-DISPLAY-NUM) " INPUT FILES"
               PERFORM ABEND-RUN
           END-IF
           ADD 1 TO WS-FL-COUNT
           INITIALIZE WS-FL(WS-FL-COUNT)
           MOVE WS-F3(5:256) TO WS-FL-SRC(WS-FL-COUNT)
           MOVE FUNCTION NUMVAL(WS-F4(9:20))
               TO WS-FL-RECS(WS-FL-COUNT)
           MOVE FUNCTION NUMVAL(WS-F5(16:20))
               TO WS-FL-SECS(WS-FL-COUNT)
           ADD WS-FL-SECS(WS-FL-COUNT) TO WS-TOTAL-SECS
           .

       LOAD-ACTUALS.
           OPEN INPUT STSHIST-FILE
           IF WS-STH-STATUS NOT = "00"
               DISPLAY "CANNOT OPEN STATUS HISTORY "
                   FUNCTION TRIM(WS-STSHIST-PATH)
                   " - STATUS " WS-STH-STATUS
               PERFORM ABEND-RUN
           END-IF
           READ STSHIST-FILE INTO WS-LINE
           PERFORM UNTIL WS-STH-STATUS NOT = "00"
               IF WS-LINE(1:4) = "RUN="
                   PERFORM MATCH-ACTUAL-LINE
               END-IF
               READ STSHIST-FILE INTO WS-LINE
           END-PERFORM
           CLOSE STSHIST-FILE
           .

      *> RUN=<date> <time> SRC=<path> STATUS=<grade> RECORDS=<n>
      *> ELAPSED-SECS=<n>
       MATCH-ACTUAL-LINE.
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
           IF WS-F3(1:4) NOT = "SRC="
               OR WS-F4(1:7) NOT = "STATUS="
               OR WS-F5(1:8) NOT = "RECORDS="
               OR WS-F6(1:13) NOT = "ELAPSED-SECS="
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-HIST-STAMP
           STRING WS-F1(5:10) " " WS-F2(1:8)
               DELIMITED BY SIZE INTO WS-HIST-STAMP
           IF WS-HIST-STAMP < WS-FC-STAMP
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-FL-IX FROM 1 BY 1
               UNTIL WS-FL-IX > WS-FL-COUNT
               IF WS-FL-SRC(WS-FL-IX) = WS-F3(5:256)
                   AND WS-FL-ACT-FOUND(WS-FL-IX) = 0
                   MOVE 1 TO WS-FL-ACT-FOUND(WS-FL-IX)
                   MOVE WS-F4(8:12) TO WS-FL-ACT-STATUS(WS-FL-IX)
                   MOVE FUNCTION NUMVAL(WS-F5(9:20))
                       TO WS-FL-ACT-RECS(WS-FL-IX)
                   MOVE FUNCTION NUMVAL(WS-F6(14:20))
                       TO WS-FL-ACTUAL(WS-FL-IX)
                   EXIT PERFORM
               END-IF
           END-PERFORM
           .

      *> Per file: predicted, actual, and the error as a share of
      *> the actual (positive = the forecast was high). The mean
      *> absolute error is over the files that ran.
       WRITE-ACTUAL-REPORT.
           MOVE SPACES TO WS-RPT-LINE
           STRING "FORECAST OF " WS-FC-STAMP " FROM "
               FUNCTION TRIM(WS-FORECAST-PATH)
               ", ACTUALS FROM " FUNCTION TRIM(WS-STSHIST-PATH)
               DELIMITED BY SIZE INTO WS-RPT-LINE
               ON OVERFLOW CONTINUE
           END-STRING
           WRITE REPORT-RECORD FROM WS-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           WRITE REPORT-RECORD FROM WS-RPT-LINE
           PERFORM VARYING WS-FL-IX FROM 1 BY 1
               UNTIL WS-FL-IX > WS-FL-COUNT
               MOVE SPACES TO WS-RPT-LINE
               STRING "  " FUNCTION TRIM(WS-FL-SRC(WS-FL-IX))
                   DELIMITED BY SIZE INTO WS-RPT-LINE
                   ON OVERFLOW CONTINUE
               END-STRING
               WRITE REPORT-RECORD FROM WS-RPT-LINE
               MOVE WS-FL-SECS(WS-FL-IX) TO WS-DUR-SECS
               PERFORM FORMAT-DURATION
               MOVE WS-DUR-TEXT TO WS-DUR-TEXT2
               MOVE SPACES TO WS-RPT-LINE
               IF WS-FL-ACT-FOUND(WS-FL-IX) = 0
                   ADD 1 TO WS-NO-ACTUAL
                   STRING "    PREDICTED " FUNCTION TRIM(WS-DUR-TEXT2)
                       "  ACTUAL: NOT RUN SINCE THE FORECAST"
                       DELIMITED BY SIZE INTO WS-RPT-LINE
               ELSE
                   PERFORM FORMAT-ACTUAL-LINE
               END-IF
               WRITE REPORT-RECORD FROM WS-RPT-LINE
           END-PERFORM
           MOVE SPACES TO WS-RPT-LINE
           WRITE REPORT-RECORD FROM WS-RPT-LINE
           MOVE WS-TOTAL-SECS TO WS-DUR-SECS
           PERFORM FORMAT-DURATION
           MOVE WS-DUR-TEXT TO WS-DUR-TEXT2
           MOVE WS-TOTAL-ACTUAL TO WS-DUR-SECS
           PERFORM FORMAT-DURATION
           MOVE SPACES TO WS-RPT-LINE
           STRING "TOTAL PREDICTED " FUNCTION TRIM(WS-DUR-TEXT2)
               "  ACTUAL " FUNCTION TRIM(WS-DUR-TEXT)
               " (FILES THAT RAN)"
               DELIMITED BY SIZE INTO WS-RPT-LINE
           WRITE REPORT-RECORD FROM WS-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           IF WS-MATCHED > 0
               COMPUTE WS-MEAN-PCT ROUNDED =
                   WS-ABS-PCT-SUM / WS-MATCHED
               MOVE WS-MEAN-PCT TO WS-DISPLAY-PCT
               MOVE WS-MATCHED TO WS-DISPLAY-NUM
               STRING "MEAN ABSOLUTE ERROR "
                   FUNCTION TRIM(WS-DISPLAY-PCT) "% OVER "
                   FUNCTION TRIM(WS-DISPLAY-NUM) " FILE(S)"
                   DELIMITED BY SIZE INTO WS-RPT-LINE
           ELSE
               MOVE "MEAN ABSOLUTE ERROR: NO FILE HAS RUN YET"
                   TO WS-RPT-LINE
           END-IF
           WRITE REPORT-RECORD FROM WS-RPT-LINE
           IF WS-NO-ACTUAL > 0
               MOVE SPACES TO WS-RPT-LINE
               MOVE WS-NO-ACTUAL TO WS-DISPLAY-NUM
               STRING FUNCTION TRIM(WS-DISPLAY-NUM)
                   " FORECAST FILE(S) HAVE NO ACTUAL IN THE STATUS "
                   "HISTORY"
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               WRITE REPORT-RECORD FROM WS-RPT-LINE
           END-IF
           .

      *> A file that ran in no time is compared in seconds only.
       FORMAT-ACTUAL-LINE.
           ADD WS-FL-ACTUAL(WS-FL-IX) TO WS-TOTAL-ACTUAL
           MOVE WS-FL-ACTUAL(WS-FL-IX) TO WS-DUR-SECS
           PERFORM FORMAT-DURATION
           COMPUTE WS-DIFF-SECS =
               WS-FL-SECS(WS-FL-IX) - WS-FL-ACTUAL(WS-FL-IX)
           MOVE WS-DIFF-SECS TO WS-DISPLAY-SDIFF
           STRING "    PREDICTED " FUNCTION TRIM(WS-DUR-TEXT2)
               "  ACTUAL " FUNCTION TRIM(WS-DUR-TEXT)
               "  DIFFERENCE " FUNCTION TRIM(WS-DISPLAY-SDIFF) "S"
               DELIMITED BY SIZE INTO WS-RPT-LINE
           IF WS-FL-ACTUAL(WS-FL-IX) > 0
               ADD 1 TO WS-MATCHED
               COMPUTE WS-ERR-PCT ROUNDED =
                   WS-DIFF-SECS * 100 / WS-FL-ACTUAL(WS-FL-IX)
               MOVE WS-ERR-PCT TO WS-DISPLAY-SPCT
               STRING FUNCTION TRIM(WS-RPT-LINE TRAILING)
                   " (" FUNCTION TRIM(WS-DISPLAY-SPCT) "%)"
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               IF WS-ERR-PCT < 0
                   COMPUTE WS-ABS-PCT-SUM = WS-ABS-PCT-SUM - WS-ERR-PCT
               ELSE
                   ADD WS-ERR-PCT TO WS-ABS-PCT-SUM
               END-IF
           END-IF
           STRING FUNCTION TRIM(WS-RPT-LINE TRAILING)
               "  STATUS=" FUNCTION TRIM(WS-FL-ACT-STATUS(WS-FL-IX))
               DELIMITED BY SIZE INTO WS-RPT-LINE
           .

      *> WS-DUR-SECS as H:MM:SS in WS-DUR-TEXT.
       FORMAT-DURATION.
           COMPUTE WS-DUR-H = WS-DUR-SECS / 3600
           COMPUTE WS-DUR-M = FUNCTION MOD(WS-DUR-SECS, 3600) / 60
           COMPUTE WS-DUR-S = FUNCTION MOD(WS-DUR-SECS, 60)
           MOVE SPACES TO WS-DUR-TEXT
           STRING FUNCTION TRIM(WS-DUR-H) ":" WS-DUR-M ":" WS-DUR-S
               DELIMITED BY SIZE INTO WS-DUR-TEXT
           .

      *> The wall-clock time WS-DUR-SECS after the window start, in
      *> WS-CLOCK-OUT, noting a finish on a later day.
       FORMAT-CLOCK.
           COMPUTE WS-DUR-SECS = WS-START-SECS + WS-DUR-SECS
           COMPUTE WS-CLOCK-DAYS = WS-DUR-SECS / 86400
           COMPUTE WS-DUR-SECS = FUNCTION MOD(WS-DUR-SECS, 86400)
           PERFORM FORMAT-DURATION
           MOVE SPACES TO WS-CLOCK-OUT
           IF WS-DUR-SECS < 36000
               STRING "0" FUNCTION TRIM(WS-DUR-TEXT)
                   DELIMITED BY SIZE INTO WS-CLOCK-OUT
           ELSE
               MOVE WS-DUR-TEXT TO WS-CLOCK-OUT
           END-IF
           IF WS-CLOCK-DAYS > 0
               MOVE WS-CLOCK-DAYS TO WS-DISPLAY-NUM
               STRING FUNCTION TRIM(WS-CLOCK-OUT) " (+"
                   FUNCTION TRIM(WS-DISPLAY-NUM) " DAY)"
                   DELIMITED BY SIZE INTO WS-CLOCK-OUT
           END-IF
           .

      *> Hard abend: return code 16, the same grading the main
      *> batch program uses.
       ABEND-RUN.
           MOVE 16 TO RETURN-CODE
           STOP RUN
           .

       END PROGRAM ADVENT-2023-12-FORECAST.
