           SELECT STATUS-FILE ASSIGN TO DYNAMIC WS-STATUS-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STS-STATUS.
           SELECT STSHIST-FILE ASSIGN TO DYNAMIC WS-STSHIST-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STH-STATUS.
           SELECT PARM-FILE ASSIGN TO DYNAMIC WS-PARM-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRM-STATUS.
           SELECT CATALOG-FILE ASSIGN TO DYNAMIC WS-ARCHIVE-CATALOG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CAT-STATUS.
               ACCESS MODE IS RANDOM
               RECORD KEY IS RM-KEY
               FILE STATUS IS WS-MST-STATUS.
           SELECT SENDER-MASTER ASSIGN TO DYNAMIC WS-SENDER-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SM-FILE-ID
               FILE STATUS IS WS-SND-STATUS.
           SELECT CALENDAR-FILE ASSIGN TO DYNAMIC WS-CALENDAR-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CAL-STATUS.
           SELECT JOURNAL-FILE ASSIGN TO DYNAMIC WS-JNL-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JNL-STATUS.
           SELECT LEDGER-ACK-FILE ASSIGN TO DYNAMIC WS-ACK-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACK-STATUS.
           SELECT POPULATION-MASTER ASSIGN TO DYNAMIC WS-POP-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PM-KEY
               FILE STATUS IS WS-POP-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD STATUS-FILE.
       01 STATUS-RECORD             PIC X(300).

      *> Status history: the status file's final line for every
      *> file a scoring run finished, appended and never rewritten.
       FD STSHIST-FILE.
       01 STSHIST-RECORD            PIC X(400).

      *> Parameter control cards: KEYWORD=value, one per line.
       FD PARM-FILE.
       01 PARM-RECORD               PIC X(400).

      *> Archive catalog: one line appended per archived run, tying
      *> the run's audit-line key to the four run-stamped extracts.
       FD CATALOG-FILE.
           05 RM-HITS               PIC 9(8).
           05 RM-LAST-RUN           PIC 9(8).

      *> Authorized-sender master: one record per legitimate HDR
      *> file-id, kept by the ADVENT-2023-12-SENDMST maintenance
      *> program (whose FD must match this one). Read here only.
       FD SENDER-MASTER.
       01 SENDER-RECORD.
           05 SM-FILE-ID            PIC X(40).
           05 SM-COLLECTOR          PIC X(40).
           05 SM-STATUS             PIC X(9).
           05 SM-MIN-RECS           PIC 9(8).
           05 SM-MAX-RECS           PIC 9(8).
           05 SM-CONTACT            PIC X(80).
           05 SM-CHANGED            PIC X(10).

      *> Processing calendar kept by operations: business-day
      *> overrides, holidays, and month-end close dates.
       FD CALENDAR-FILE.
       01 CALENDAR-RECORD           PIC X(200).

      *> Posting-journal interface file to the downstream ledger,
      *> appended one batch per run of record, and the ledger's
      *> acknowledgement file read back the next night.
       FD JOURNAL-FILE.
       01 JOURNAL-RECORD            PIC X(600).

       FD LEDGER-ACK-FILE.
       01 LEDGER-ACK-RECORD         PIC X(300).

      *> Standing population master for delta transmissions: one
      *> record per source (HDR file-id) + record number, holding
      *> the record as last sent and the PART1/PART2 it scored at
      *> the unfold factor in PM-UF. PM-CHANGED is the run date of
      *> the add, change or full-file refresh that last wrote it.
       FD POPULATION-MASTER.
       01 POPULATION-RECORD.
           05 PM-KEY.
               10 PM-SOURCE         PIC X(40).
               10 PM-REC-NO         PIC 9(8).
           05 PM-COND               PIC X(200).
           05 PM-COND-LEN           PIC 9(4).
           05 PM-MACH-CNT           PIC 9(4).
           05 PM-MACH               PIC 9(4) OCCURS 50 TIMES.
           05 PM-RES1               PIC 9(18).
           05 PM-RES2               PIC 9(18).
           05 PM-UF                 PIC 9(4).
           05 PM-CHANGED            PIC X(10).

       WORKING-STORAGE SECTION.
      *> Run-time parameters (environment variables take the place of
      *> JCL PARM cards in this shop's GnuCOBOL batch jobs).
       01 WS-CHECKPOINT-INTERVAL    PIC 9(4)   VALUE 100.
       01 WS-RESTART-FROM           PIC 9(4)   VALUE 0.
       01 WS-ENV-VALUE              PIC X(256).
      *> PARM_FILE names a control-card file of the same settings,
      *> one KEYWORD=value card per line, keywords spelled as the
      *> environment variables are; a card whose first non-blank
      *> character is * or # is a comment. A card wins over the
      *> environment variable of the same name. Every card is
      *> checked before anything is opened - malformed cards,
      *> repeated or unknown keywords, bad numbers (from a card or
      *> the environment), parameters the run mode needs and
      *> combinations known to double-post all end the run with
      *> return code 16, every fault listed. Each parameter's
      *> effective value and where it came from (CARD, ENV or
      *> DEFAULT) is echoed at the front of the report, or to the
      *> console for the modes that write no report.
       01 WS-PARM-PATH              PIC X(256) VALUE SPACES.
       01 WS-PRM-STATUS             PIC XX.
       01 WS-PRM-LINE               PIC X(400).
       01 WS-PRM-CARD-NO            PIC 9(4) VALUE 0.
       01 WS-PRM-ERRORS             PIC 9(4) VALUE 0.
       01 WS-PRM-NAME               PIC X(30).
       01 WS-PRM-WORK               PIC X(400).
       01 WS-PRM-KEY                PIC X(40).
       01 WS-PRM-LEN                PIC 9(4).
       01 WS-PRM-EQ-AT              PIC 9(4).
       01 WS-PRM-DIGITS             PIC 9.
       01 WS-PC-MAX                 PIC 9(4) VALUE 100.
       01 WS-PC-COUNT               PIC 9(4) VALUE 0.
       01 WS-PARM-CARDS.
           05 WS-PC OCCURS 100 TIMES.
               10 WS-PC-KEY         PIC X(30).
               10 WS-PC-VALUE       PIC X(256).
               10 WS-PC-CARD-NO     PIC 9(4).
               10 WS-PC-USED        PIC 9.
       01 WS-PC-I                   PIC 9(4).
      *> One echo entry per parameter read, in reading order.
       01 WS-PE-MAX                 PIC 9(4) VALUE 60.
       01 WS-PE-COUNT               PIC 9(4) VALUE 0.
       01 WS-PARM-ECHO.
           05 WS-PE OCCURS 60 TIMES.
               10 WS-PE-NAME        PIC X(30).
               10 WS-PE-SOURCE      PIC X(7).
               10 WS-PE-ENV-IGNORED PIC 9.
               10 WS-PE-REJECTED    PIC 9.
               10 WS-PE-VALUE       PIC X(256).
       01 WS-PE-I                   PIC 9(4).
       01 WS-CKPT-STATUS            PIC XX.
       01 WS-CKPT-RECORD            PIC X(360).
       01 WS-CKPT-SRC               PIC X(256).
      *>     101  NO SPACE SEPARATOR FOUND
      *>     102  INVALID CHARACTER IN CONDITION STRING
      *>     103  NON-NUMERIC GROUP COUNT
      *>     104  DELTA CHANGE FOR A RECORD NOT ON POPULATION
      *>     105  DELTA DELETE FOR A RECORD NOT ON POPULATION
      *>     106  DELTA ADD FOR A RECORD ALREADY ON POPULATION
      *>     107  INVALID DELTA TRANSACTION
      *>     201  FILE UNREADABLE
      *>     202  TRAILER RECONCILIATION FAILED
      *>     203  DUPLICATE TRANSMISSION
      *>     204  SENDER NOT ON AUTHORIZED-SENDER MASTER
      *>     205  SENDER SUSPENDED
      *>     206  VOLUME OUTSIDE SENDER RECORDS BAND
      *>     207  BUSINESS DATE INVALID
      *>     208  BUSINESS DATE IN THE FUTURE
      *>     209  BUSINESS DATE IN A CLOSED MONTH
      *>     210  BUSINESS DATE NOT A BUSINESS DAY
      *>     211  BUSINESS DATE OLDER THAN ALLOWED AGE
      *>     212  DELTA WITHOUT A POPULATION MASTER
      *>     213  POPULATION SCORED AT ANOTHER UNFOLD FACTOR
      *> The 1xx range is a record reject; 2xx is a whole-file
      *> failure (210 and 211 are the exception: a warning
      *> on a file that still posts). The SRC+RECORD-keyed master
      *> tracks every 1xx and
      *> the sender failures 204-206, the latter under RECORD=0 (the
      *> whole file) so a misrouted or suspended feed sits on the
      *> desk's outstanding list until it posts cleanly. Codes are
      *> append-only: a retired reason keeps its number so old
      *> masters and extracts stay readable.
       01 WS-REJECT-CODE            PIC 9(3) VALUE 0.
       01 WS-REASON-TEXT            PIC X(60).

      *> names a file; loaded whole before the run, updated as
      *> exceptions are logged (new rejects OPEN at age 0, a re-
      *> rejected record stays OPEN, a correction run's applied
      *> repair flips its entry to CORRECTED and records the
      *> MAKER= and CHECKER= operators behind it), aged one run for
      *> every scoring run that covers the entry's source, and
      *> rewritten whole at end of run. The outstanding-rejects
      *> report section lists everything still OPEN with its age.
               10 WS-EXM-AGE        PIC 9(4).
               10 WS-EXM-FIRST      PIC X(10).
               10 WS-EXM-NEW        PIC 9.
               10 WS-EXM-MAKER      PIC X(20).
               10 WS-EXM-CHECKER    PIC X(20).
       01 WS-EXM-I                  PIC 9(4).
       01 WS-EXM-FOUND-IX           PIC 9(4).
       01 WS-EXM-REC-NO             PIC 9(8).
      *> Record number LOG-EXCEPTION reports: the data-line ordinal,
      *> set by PARSE-LINE or by the delta transaction checks.
       01 WS-EXC-REC-NO             PIC 9(8).
       01 WS-EXM-OPEN-COUNT         PIC 9(4).
       01 WS-EXM-F1                 PIC X(262).
       01 WS-EXM-F2                 PIC X(40).
       01 WS-EXM-F4                 PIC X(40).
       01 WS-EXM-F5                 PIC X(40).
       01 WS-EXM-F6                 PIC X(40).
       01 WS-EXM-F7                 PIC X(40).
       01 WS-EXM-F8                 PIC X(40).
       01 WS-VAL-POS                PIC 9(4).
       01 WS-VAL-CHAR               PIC X.
       01 WS-FILE-STATUS            PIC XX.
       01 WS-REG-BUSDATE            PIC X(48).
       01 WS-REG-POSTED             PIC X(21).

      *> Authorized-sender check. With SENDER_MASTER set, every
      *> posting run looks the HDR file-id up on the sender master
      *> once the trailer has reconciled: a file-id not on the
      *> master (204), a SUSPENDED sender (205), or a record count
      *> outside the sender's SM-MIN-RECS/SM-MAX-RECS band (206)
      *> fails the file before it can post. A band of 0/0 checks
      *> nothing; a maximum of 0 means no ceiling. A slice of a
      *> split transmission (its HDR carries SLICE=nn) is checked
      *> for identity only - its volume is a fraction of the
      *> original's by design - and the merge checks the band
      *> against the combined total. Files without a header are
      *> untouched, as with the duplicate guard.
       01 WS-SENDER-PATH            PIC X(256) VALUE SPACES.
       01 WS-SND-STATUS             PIC XX.
       01 WS-HDR-SLICE              PIC 9 VALUE 0.
       01 WS-FILE-SENDER-RC         PIC 9(3) VALUE 0.
       01 WS-SND-COLLECTOR          PIC X(40).
       01 WS-SND-CONTACT            PIC X(80).
       01 WS-SND-MIN                PIC 9(8).
       01 WS-SND-MAX                PIC 9(8).
       01 WS-SND-RECEIVED           PIC 9(8).

      *> Business-date validation. With CALENDAR_FILE set, every
      *> header's business date is checked against the processing
      *> calendar operations keep, one entry per line:
      *>     BUSDAY  YYYY-MM-DD      a weekend date worked as a
      *>                             business day
      *>     HOLIDAY YYYY-MM-DD      a weekday that is not one
      *>     CLOSE   YYYY-MM YYYY-MM-DD
      *>                             the month closed on that date
      *> Monday to Friday are business days unless listed as a
      *> HOLIDAY; '*' lines are comments. A business date that does
      *> not read as a date (207), lies after the run date (208), or
      *> falls in a month whose close date has been reached (209)
      *> fails the file with its own DATE grade. One on a non-
      *> business day (210), or more than BUSDATE_MAX_AGE business
      *> days before the run date (211), posts with a WARN. A slice
      *> is left to the merge, which checks the original's header.
       01 WS-CALENDAR-PATH          PIC X(256) VALUE SPACES.
       01 WS-CAL-STATUS             PIC XX.
       01 WS-CAL-LINE               PIC X(200).
       01 WS-CAL-LOADED             PIC 9 VALUE 0.
       01 WS-CAL-MAX                PIC 9(4) VALUE 500.
       01 WS-CAL-COUNT              PIC 9(4) VALUE 0.
       01 WS-CALENDAR-TABLE.
           05 WS-CAL OCCURS 500 TIMES.
               10 WS-CAL-TYPE       PIC X(7).
               10 WS-CAL-DATE       PIC X(10).
               10 WS-CAL-CLOSE      PIC X(10).
       01 WS-CAL-I                  PIC 9(4).
       01 WS-BUSDATE-MAX-AGE        PIC 9(3) VALUE 0.
       01 WS-BUSDATE-AGE-SET        PIC 9 VALUE 0.
       01 WS-FILE-DATE-RC           PIC 9(3) VALUE 0.
       01 WS-DATE-NONBUS            PIC 9 VALUE 0.
       01 WS-DATE-STALE             PIC 9 VALUE 0.
       01 WS-BD-TODAYN              PIC 9(8).
       01 WS-BD-DAYN                PIC 9(8).
       01 WS-BD-SCANN               PIC 9(8).
       01 WS-BD-YMD                 PIC 9(8).
       01 WS-BD-PROBE               PIC X(10).
       01 WS-BD-IS-BUSDAY           PIC 9.
       01 WS-BD-AGE                 PIC 9(5).
       01 WS-BD-CLOSE               PIC X(10).

      *> Delta transmissions. A header whose third token is DELTA
      *>     HDR <file-id> <business-date> DELTA
      *> carries transactions against the source's standing
      *> population instead of the whole population:
      *>     A <record-no> <condition> <groups>    add a record
      *>     C <record-no> <condition> <groups>    replace a record
      *>     D <record-no>                         delete a record
      *> The population master (POPULATION_MASTER) holds every
      *> record of every source, keyed by HDR file-id + record
      *> number, with the PART1/PART2 it last scored. Only adds and
      *> changes are scored; the file's totals are then re-derived
      *> from the master, so a delta night posts the same RECORDS/
      *> PART1/PART2 a full file of the same population would. A
      *> change or delete of a record the master does not hold
      *> (104/105), an add of one it does (106), or a line that is
      *> not a transaction (107) is a record reject. The trailer
      *> counts transactions; its hash covers the condition strings
      *> of the A and C lines. Any full file with a header re-bases
      *> its source's population from scratch.
       01 WS-POP-PATH               PIC X(256) VALUE SPACES.
       01 WS-POP-STATUS             PIC XX.
       01 WS-HDR-DELTA              PIC 9 VALUE 0.
       01 WS-FILE-DELTA-RC          PIC 9(3) VALUE 0.
       01 WS-POP-UF-FOUND           PIC 9(4).
       01 WS-DELTA-TABLE.
           05 WS-DT OCCURS 1100 TIMES.
               10 WS-DT-CODE        PIC X.
               10 WS-DT-REC         PIC 9(8).
               10 WS-DT-OK          PIC 9.
       01 WS-DT-I                   PIC 9(4).
       01 WS-DT-J                   PIC 9(4).
       01 WS-DT-CODE-X              PIC X(8).
       01 WS-DT-REC-X               PIC X(16).
       01 WS-DT-PTR                 PIC 9(4).
       01 WS-DT-LEN                 PIC 9(4).
       01 WS-DT-EXISTS              PIC 9.
       01 WS-DT-SEEN                PIC 9.
      *> Set while PARSE-LINE checks a delta add or change, so the
      *> record and any reject go under the transaction's record
      *> number rather than its place in the file.
       01 WS-DT-PARSING             PIC 9 VALUE 0.
       01 WS-DT-ADDS                PIC 9(4) VALUE 0.
       01 WS-DT-CHANGES             PIC 9(4) VALUE 0.
       01 WS-DT-DELETES             PIC 9(4) VALUE 0.
       01 WS-DT-REJECTS             PIC 9(4) VALUE 0.
       01 WS-POP-DONE               PIC 9.

      *> Retransmission requests. A trailer failure on a file that
      *> carried a header appends
      *>     RETRANS FILEID=<id> BUSDATE=<d> EXPECTED-RECORDS=<n>
       01 WS-FAIL-STATUS            PIC XX.
       01 WS-FH-LINE                PIC X(1024).

      *> Posting-journal interface to the downstream ledger. With
      *> POSTING_JOURNAL set, every run of record appends one
      *> journal batch to that file:
      *>     JHDR BATCH=<n> RUN=<date> <time> TYPE=<run type>
      *>     JENT BATCH=<n> ENTRY=<e> TYPE=POST SRC=<path>
      *>         FILEID=<id> BUSDATE=<d> RECORDS=<n> PART1=<n>
      *>         PART2=<n> [ORIG=<batch>-<entry>]
      *>     JLEG BATCH=<n> ENTRY=<e> DR ACCT=<account> AMOUNT=<n>
      *>     JLEG BATCH=<n> ENTRY=<e> CR ACCT=<account> AMOUNT=<n>
      *>     JTRL BATCH=<n> ENTRIES=<n> DEBITS=<n> CREDITS=<n>
      *>         HASH=<h>
      *> (each JENT is one line). One entry per posted source, each
      *> balanced: RECORDS, PART1 and PART2 are debited to the
      *> source's measure account and credited to the matching
      *> -CONTROL account. A correction run reverses the source's
      *> last booked entry (TYPE=REVERSE, legs swapped) and rebooks
      *> the amended totals (TYPE=REBOOK), both carrying ORIG= the
      *> entry they replace. Batch numbers run on from the highest
      *> already in the file, which is kept, like the audit trail,
      *> for good. HASH is the sum of every leg amount times its
      *> entry number, modulo 999999999, so a dropped, added or
      *> reordered entry shows. The ledger answers on LEDGER_ACK:
      *>     ACK BATCH=<n> STATUS=ACCEPTED|REJECTED [<reason>]
      *> and the next night's run reports and grades WARN every
      *> batch on the journal that was rejected (the last answer
      *> for a batch counts) or never acknowledged at all.
       01 WS-JNL-PATH               PIC X(256) VALUE SPACES.
       01 WS-JNL-STATUS             PIC XX.
       01 WS-JNL-LINE               PIC X(600).
       01 WS-ACK-PATH               PIC X(256) VALUE "ledger.ack".
       01 WS-ACK-STATUS             PIC XX.
       01 WS-ACK-LINE               PIC X(300).
       01 WS-JNL-BATCH              PIC 9(8) VALUE 0.
       01 WS-JNL-BATCH-X            PIC X(8).
       01 WS-JNL-MAX-BATCH          PIC 9(8).
       01 WS-JNL-ENTRY              PIC 9(4).
       01 WS-JNL-ENTRY-X            PIC X(4).
       01 WS-JNL-RUN-TYPE           PIC X(10).
       01 WS-JNL-SIDE               PIC X(2).
       01 WS-JNL-ACCT               PIC X(20).
       01 WS-JNL-AMOUNT             PIC 9(18).
       01 WS-JNL-DEBITS             PIC 9(18).
       01 WS-JNL-CREDITS            PIC 9(18).
       01 WS-JNL-HASH               PIC 9(18).
       01 WS-JNL-OUT-COUNT          PIC 9(4).
       01 WS-JNL-F1                 PIC X(300).
       01 WS-JNL-F2                 PIC X(300).
       01 WS-JNL-F3                 PIC X(300).
       01 WS-JNL-F4                 PIC X(300).
       01 WS-JNL-F5                 PIC X(300).
       01 WS-JNL-F6                 PIC X(300).
       01 WS-JNL-F7                 PIC X(300).
       01 WS-JNL-F8                 PIC X(300).
       01 WS-JNL-F9                 PIC X(300).
       01 WS-JNL-F10                PIC X(300).
       01 WS-JNL-ORIG-FOUND         PIC 9.
       01 WS-JNL-ORIG-REF           PIC X(13).
       01 WS-JNL-ORIG-FILEID        PIC X(40).
       01 WS-JNL-ORIG-BUSDATE       PIC X(10).
       01 WS-JNL-ORIG-RECS          PIC 9(8).
       01 WS-JNL-ORIG-P1            PIC 9(18).
       01 WS-JNL-ORIG-P2            PIC 9(18).
       01 WS-JQ-MAX                 PIC 9(4) VALUE 210.
       01 WS-JQ-COUNT               PIC 9(4) VALUE 0.
       01 WS-JOURNAL-QUEUE.
           05 WS-JQ OCCURS 210 TIMES.
               10 WS-JQ-TYPE        PIC X(7).
               10 WS-JQ-SRC         PIC X(256).
               10 WS-JQ-FILEID      PIC X(40).
               10 WS-JQ-BUSDATE     PIC X(10).
               10 WS-JQ-RECS        PIC 9(8).
               10 WS-JQ-P1          PIC 9(18).
               10 WS-JQ-P2          PIC 9(18).
               10 WS-JQ-ORIG        PIC X(13).
       01 WS-JQ-I                   PIC 9(4).
       01 WS-ACK-MAX                PIC 9(4) VALUE 1000.
       01 WS-ACK-COUNT              PIC 9(4) VALUE 0.
       01 WS-ACK-TABLE.
           05 WS-ACK OCCURS 1000 TIMES.
               10 WS-ACK-BATCH      PIC 9(8).
               10 WS-ACK-STAT       PIC X(12).
               10 WS-ACK-REASON     PIC X(120).
       01 WS-ACK-I                  PIC 9(4).
       01 WS-ACK-FOUND-IX           PIC 9(4).
       01 WS-ACK-PTR                PIC 9(4).

      *> Graded run severity, surfaced to the scheduler as the job's
      *> return code: 0 = clean, 4 = warnings (exceptions logged,
      *> within tolerance), 8 = at least one file failed (trailer
       01 WS-UNS-TAG                PIC X(8).
       01 WS-UNS-F1                 PIC X(40).
       01 WS-UNS-F2                 PIC X(40).
       01 WS-UNS-F3                 PIC X(40).
       01 WS-MAX-GROUPS             PIC 9(4) VALUE 50.
       01 WS-PUZZLES.
           05 WS-PUZZLE OCCURS 1100 TIMES.
               10 WS-PZ-CHITS       PIC 9(8) VALUE 0.
               10 WS-PZ-CMISSES     PIC 9(8) VALUE 0.
               10 WS-PZ-PEAK-SP     PIC 9(4) VALUE 0.
      *> Record number on the population master: the data-line
      *> ordinal for a full file, the transaction's record number
      *> for a delta, and the standing record's number once a
      *> delta's population is loaded back for the extracts.
               10 WS-PZ-REC-NO      PIC 9(8) VALUE 0.

      *> Current count call parameters
       01 WS-CUR-S                  PIC X(1024).
      *> Run-control status: one table entry per input file the run
      *> will score, PENDING when the control file is read,
      *> IN-PROGRESS when the file starts solving, then the file's
      *> PASS/WARN/FAIL/DUPE/DATE grade with its record count and
      *> elapsed seconds. The whole table is rewritten to the status
      *> file at every transition; the night-status monitor program
      *> reads it back mid-window to answer "is it stuck or just
      *> slow?".
       01 WS-STATUS-PATH            PIC X(256) VALUE "runstatus.dat".
       01 WS-STS-STATUS             PIC XX.
       01 WS-STS-LINE               PIC X(300).
      *> Under the night-cycle controller, the step this run is
      *> (CYCLE_STEP, a STEP= line); carried as the status file's
      *> second line so the monitor still sees it while this run
      *> owns the file.
       01 WS-CYCLE-STEP-LINE        PIC X(256) VALUE SPACES.
       01 WS-RCT-MAX                PIC 9(4) VALUE 200.
       01 WS-RCT-COUNT              PIC 9(4) VALUE 0.
       01 WS-RUN-CONTROL-TABLE.
               10 WS-RCT-ELAPSED    PIC 9(5).
       01 WS-RCT-IX                 PIC 9(4).
       01 WS-RCT-I                  PIC 9(4).
      *> The status file only ever shows tonight. Each finished
      *> file's final grade is also appended to the status history
      *> as
      *>     RUN=<date> <time> SRC=<path> STATUS=<grade>
      *>     RECORDS=<n> ELAPSED-SECS=<n>
      *> (one line) - the DUPE/FAIL/DATE record the source-quality
      *> scorecard counts over a period.
       01 WS-STSHIST-PATH           PIC X(256) VALUE "runstatus.hist".
       01 WS-STH-STATUS             PIC XX.
       01 WS-STH-LINE               PIC X(400).

      *> Persistent audit trail: one line appended per run.
       01 WS-AUDIT-PATH            PIC X(256) VALUE "audit.log".
       01 WS-END-SECS              PIC 9(5).
       01 WS-ELAPSED-SECS          PIC 9(5).
      *> One audit line's worth of values, prepared by the caller
      *> of APPEND-AUDIT-LINE. A line for a file that carried a
      *> header ends BUSDATE=<business-date>, so the statement can
      *> bucket by business date rather than run date.
       01 WS-AUD-RECS              PIC 9(8).
       01 WS-AUD-P1                PIC 9(18).
       01 WS-AUD-P2                PIC 9(18).
       01 WS-AUD-ELAPSED           PIC 9(5).
       01 WS-AUD-BUSDATE           PIC X(10).
      *> A correction run's line also names the operators who keyed
      *> and approved what it applied: MAKER=<ids> CHECKER=<ids>,
      *> comma-separated when more than one.
       01 WS-AUD-MAKERS            PIC X(40) VALUE SPACES.
       01 WS-AUD-CHECKERS          PIC X(40) VALUE SPACES.
      *> The trail is chained: every line ends SEQ=<n> CHK=<c>. SEQ
      *> counts 1, 2, 3... down the trail; CHK is the djb2 check
      *> value COMPUTE-HASH uses, taken over the previous line
      *> exactly as written and then this line up to and including
      *> its SEQ= token. An edited, deleted, inserted or reordered
      *> line therefore breaks the chain where it happened. Lines
      *> written before the chain began carry neither token; the
      *> first chained line links to the last of them. The
      *> calculation in ADVENT-2023-12-AUDITCHK and STATEMENT must
      *> match COMPUTE-AUDIT-CHECK exactly.
       01 WS-AUD-READ-LINE         PIC X(450).
       01 WS-AUD-PREV-LINE         PIC X(450).
       01 WS-AUD-PREV-LEN          PIC 9(4).
       01 WS-AUD-BODY-LEN          PIC 9(4).
       01 WS-AUD-TAIL-AT           PIC 9(4).
       01 WS-AUD-SEQ               PIC 9(8).
       01 WS-AUD-CHK               PIC 9(18).
       01 WS-AUD-CI                PIC 9(4).
       01 WS-FILE-START-HS         PIC 9(9).

      *> Per-record detail extract: one line per input record with its
      *> condition string and group list through the same PARSE-LINE
      *> validation a shift record gets - bad characters flagged on
      *> the spot - previews the part-1/part-2 score through
      *> SCORE-RECORD-ONE before the clerk commits, and queues the
      *> accepted entries for approval in exactly the corrections-
      *> file format RUN_MODE=REPROCESS consumes. No more hand-typed
      *> correction lines bouncing off the weekly run a day later.
       01 WS-CE-SRC                PIC X(256).
       01 WS-CE-REC                PIC 9(8).
       01 WS-CE-RAW                PIC X(1024).
       01 WS-CE-ACCEPTED           PIC 9(4) VALUE 0.
       01 WS-CE-SKIPPED            PIC 9(4) VALUE 0.

      *> Maker-checker on corrections: no clerk both keys and posts
      *> an amendment. CORRENTRY queues each correction PENDING
      *> under the keying clerk's OPERATOR_ID; RUN_MODE=CORRAPPROVE
      *> shows every pending one to a second operator beside the
      *> rejected raw line and its previewed score, to approve, or
      *> to reject with a reason; REPROCESS applies APPROVED lines
      *> only. A rejected line stays in the file and is offered
      *> back to the desk at the next CORRENTRY session. The status
      *> tokens follow the repaired record, the reason always last:
      *>     SRC=<path> RECORD=<n> <condition> <groups>
      *>         STATE=PENDING|APPROVED|REJECTED MAKER=<id>
      *>         [CHECKER=<id>] [REASON=<free text>]
      *> The whole file is held in the queue table for a session
      *> and rewritten at its end.
       01 WS-OPERATOR-ID           PIC X(20) VALUE SPACES.
       01 WS-CQ-MAX                PIC 9(4) VALUE 500.
       01 WS-CQ-COUNT              PIC 9(4) VALUE 0.
       01 WS-CQ-TABLE.
           05 WS-CQ-LINE OCCURS 500 TIMES PIC X(1024).
       01 WS-CQ-I                  PIC 9(4).
       01 WS-CQ-SLOT               PIC 9(4).
       01 WS-CQ-WORK               PIC X(1024).
       01 WS-CQ-TOKENS             PIC X(1024).
       01 WS-CQ-OK                 PIC 9.
       01 WS-CQ-SRC                PIC X(256).
       01 WS-CQ-REC                PIC 9(8).
       01 WS-CQ-COND               PIC X(200).
       01 WS-CQ-GROUPS             PIC X(260).
       01 WS-CQ-STATE              PIC X(10).
       01 WS-CQ-MAKER              PIC X(20).
       01 WS-CQ-CHECKER            PIC X(20).
       01 WS-CQ-REASON             PIC X(200).
       01 WS-CQ-REASON-AT          PIC 9(4).
       01 WS-CQ-KEY-SRC            PIC X(256).
       01 WS-CQ-KEY-REC            PIC 9(8).
       01 WS-CQ-F1                 PIC X(262).
       01 WS-CQ-F2                 PIC X(40).
       01 WS-CQ-F3                 PIC X(200).
       01 WS-CQ-F4                 PIC X(260).
       01 WS-CQ-F5                 PIC X(40).
       01 WS-CQ-F6                 PIC X(40).
       01 WS-CQ-F7                 PIC X(40).
       01 WS-CQ-TOKEN              PIC X(40).
       01 WS-CQ-PREFIX             PIC X(300).
       01 WS-CQ-PREFIX-LEN         PIC 9(4).
       01 WS-CQ-EXC-FOUND          PIC 9.
       01 WS-CQ-APPROVED           PIC 9(4) VALUE 0.
       01 WS-CQ-RETURNED           PIC 9(4) VALUE 0.
       01 WS-CQ-PENDING            PIC 9(4) VALUE 0.

      *> Exception correction and reprocessing run: RUN_MODE=
      *> REPROCESS takes a corrections file (CORRECTIONS_FILE) of
      *> repaired records keyed by the exception line's SRC and
      *> RECORD number, one per line:
      *>     SRC=<path> RECORD=<n> <condition> <groups> STATE=...
      *> Only lines a second operator has APPROVED are applied;
      *> pending and returned ones are listed and passed by.
      *> Every correction in one run must amend the same original
      *> source. The record is validated and scored through the
      *> same PARSE-LINE and DO-COUNT logic as a shift run, the
       01 WS-RPR-APPLIED           PIC 9(4) VALUE 0.
       01 WS-RPR-REJECTED          PIC 9(4) VALUE 0.
       01 WS-RPR-SKIPPED           PIC 9(4) VALUE 0.
      *> Corrections not (or not properly) approved, and the
      *> distinct makers and checkers of the ones applied, for the
      *> CORRECTION: audit line.
       01 WS-RPR-UNAPPROVED        PIC 9(4) VALUE 0.
       01 WS-RPR-MAKERS            PIC X(40) VALUE SPACES.
       01 WS-RPR-CHECKERS          PIC X(40) VALUE SPACES.
       01 WS-RPR-ID-LIST           PIC X(40).
       01 WS-RPR-ID                PIC X(20).
       01 WS-RPR-ID-WORK           PIC X(50).
       01 WS-RPR-ID-KEY            PIC X(30).
       01 WS-RPR-ID-LEN            PIC 9(4).
       01 WS-RPR-ID-HITS           PIC 9(4).
       01 WS-RPR-ADD-P1            PIC 9(18) VALUE 0.
       01 WS-RPR-ADD-P2            PIC 9(18) VALUE 0.
       01 WS-RPR-ORIG-RECS         PIC 9(8).
       MAIN-PROGRAM.
           PERFORM INIT-PARAMETERS
           PERFORM CAPTURE-START-TIME
      *> The modes that write no report echo their parameters to
      *> the console instead; the rest print them in OPEN-REPORT.
           IF WS-RUN-MODE = "SPLIT" OR WS-RUN-MODE = "SWEEP"
               OR WS-RUN-MODE = "INQUIRY"
               OR WS-RUN-MODE = "CORRENTRY"
               OR WS-RUN-MODE = "CORRAPPROVE"
               OR WS-MASTER-MODE = "PURGE"
               PERFORM DISPLAY-PARAMETER-ECHO
           END-IF
           IF WS-RUN-MODE = "SPLIT"
               PERFORM RUN-SPLIT-MODE
           END-IF
           IF WS-RUN-MODE = "CORRENTRY"
               PERFORM RUN-CORRENTRY-MODE
           END-IF
           IF WS-RUN-MODE = "CORRAPPROVE"
               PERFORM RUN-CORRAPPROVE-MODE
           END-IF
           IF WS-RUN-MODE = "VERIFY"
      *> A verification run never consults the results master - the
      *> whole point is an independent recomputation - and is not a
           IF WS-RUN-MODE = SPACES
               PERFORM CHECK-OUTSTANDING-RETRANS
           END-IF
      *> Last night's journal batches are checked against the
      *> ledger's answers before tonight's batch is added to them.
           IF WS-JNL-PATH NOT = SPACES
               IF WS-RUN-MODE = SPACES OR WS-RUN-MODE = "MERGE"
                   PERFORM CHECK-JOURNAL-ACKS
               END-IF
               PERFORM WRITE-POSTING-JOURNAL
           END-IF
           PERFORM WRITE-GRAND-TOTAL
           IF WS-EXM-ENABLED = 1
               PERFORM AGE-EXCEPTION-MASTER
      *> A failed file (trailer reconciliation, unreadable input) is
      *> a straight FAIL - except a duplicate transmission, which
      *> gets its own DUPE grade so the operator can tell a resend
      *> from a damaged file at a glance, and a rejected business
      *> date its own DATE grade; otherwise logged exceptions, or a
      *> business-date warning, are a WARN unless exceptions breach
      *> an operator tolerance, which upgrades the file to FAIL.
       GRADE-FILE-RESULT.
           MOVE "PASS" TO WS-FILE-GRADE
           MOVE 0 TO WS-TOL-EXCEEDED
               IF WS-FILE-DUPLICATE = 1
                   MOVE "DUPE" TO WS-FILE-GRADE
               ELSE
                   IF WS-FILE-DATE-RC NOT = 0
                       MOVE "DATE" TO WS-FILE-GRADE
                   ELSE
                       MOVE "FAIL" TO WS-FILE-GRADE
                   END-IF
               END-IF
               MOVE 8 TO WS-NEW-SEVERITY
               PERFORM RAISE-SEVERITY
           ELSE
               IF WS-FILE-EXC-COUNT > 0
                   OR WS-DATE-NONBUS = 1 OR WS-DATE-STALE = 1
                   MOVE "WARN" TO WS-FILE-GRADE
                   MOVE 4 TO WS-NEW-SEVERITY
                   PERFORM RAISE-SEVERITY
                               "SOURCE TRUNCATED"
                           PERFORM ABEND-RUN
                   END-STRING
                   MOVE WS-RPR-MAKERS TO WS-AUD-MAKERS
                   MOVE WS-RPR-CHECKERS TO WS-AUD-CHECKERS
               ELSE
                   MOVE WS-INPUT-PATH TO WS-AUDIT-SOURCE
               END-IF
           END-IF
           MOVE SPACES TO WS-AUD-BUSDATE
           IF WS-IS-BATCH = 0 AND WS-RUN-MODE NOT = "REPROCESS"
               AND WS-HDR-PRESENT = 1
               MOVE WS-HDR-BUS-DATE TO WS-AUD-BUSDATE
           END-IF

           MOVE WS-GRAND-COUNT TO WS-AUD-RECS
           MOVE WS-GRAND-SUM1 TO WS-AUD-P1
                   PERFORM ABEND-RUN
           END-STRING

           IF WS-AUD-BUSDATE NOT = SPACES
               STRING FUNCTION TRIM(WS-AUDIT-LINE) " BUSDATE="
                   WS-AUD-BUSDATE
                   DELIMITED BY SIZE INTO WS-AUDIT-LINE
                   ON OVERFLOW
                       DISPLAY "CAPACITY EXCEEDED: AUDIT LINE "
                           "TRUNCATED"
                       PERFORM ABEND-RUN
               END-STRING
           END-IF

           IF WS-AUD-MAKERS NOT = SPACES
               STRING FUNCTION TRIM(WS-AUDIT-LINE) " MAKER="
                   FUNCTION TRIM(WS-AUD-MAKERS) " CHECKER="
                   FUNCTION TRIM(WS-AUD-CHECKERS)
                   DELIMITED BY SIZE INTO WS-AUDIT-LINE
                   ON OVERFLOW
                       DISPLAY "CAPACITY EXCEEDED: AUDIT LINE "
                           "TRUNCATED"
                       PERFORM ABEND-RUN
               END-STRING
           END-IF

           PERFORM READ-AUDIT-CHAIN-TAIL
           ADD 1 TO WS-AUD-SEQ
           STRING FUNCTION TRIM(WS-AUDIT-LINE) " SEQ=" WS-AUD-SEQ
               DELIMITED BY SIZE INTO WS-AUDIT-LINE
               ON OVERFLOW
                   DISPLAY "CAPACITY EXCEEDED: AUDIT LINE TRUNCATED"
                   PERFORM ABEND-RUN
           END-STRING
           MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-AUDIT-LINE))
               TO WS-AUD-BODY-LEN
           PERFORM COMPUTE-AUDIT-CHECK
           STRING FUNCTION TRIM(WS-AUDIT-LINE) " CHK=" WS-AUD-CHK
               DELIMITED BY SIZE INTO WS-AUDIT-LINE
               ON OVERFLOW
                   DISPLAY "CAPACITY EXCEEDED: AUDIT LINE TRUNCATED"
                   PERFORM ABEND-RUN
           END-STRING

           OPEN EXTEND AUDIT-FILE
           IF WS-AUDIT-STATUS = "35"
               OPEN OUTPUT AUDIT-FILE
           CLOSE AUDIT-FILE
           .

      *> The line the new one chains to - the last line on the trail
      *> - and its sequence number. No trail yet, or a trail whose
      *> last line predates the chain, starts the sequence at 1.
       READ-AUDIT-CHAIN-TAIL.
           MOVE SPACES TO WS-AUD-PREV-LINE
           MOVE 0 TO WS-AUD-PREV-LEN
           MOVE 0 TO WS-AUD-SEQ
           OPEN INPUT AUDIT-FILE
           IF WS-AUDIT-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           READ AUDIT-FILE INTO WS-AUD-READ-LINE
           PERFORM UNTIL WS-AUDIT-STATUS NOT = "00"
               IF WS-AUD-READ-LINE NOT = SPACES
                   MOVE WS-AUD-READ-LINE TO WS-AUD-PREV-LINE
               END-IF
               READ AUDIT-FILE INTO WS-AUD-READ-LINE
           END-PERFORM
           CLOSE AUDIT-FILE
           IF WS-AUD-PREV-LINE = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-AUD-PREV-LINE))
               TO WS-AUD-PREV-LEN
           IF WS-AUD-PREV-LEN > 36
               COMPUTE WS-AUD-TAIL-AT = WS-AUD-PREV-LEN - 35
               IF WS-AUD-PREV-LINE(WS-AUD-TAIL-AT:5) = " SEQ="
                   AND WS-AUD-PREV-LINE(WS-AUD-TAIL-AT + 5:8)
                       IS NUMERIC
                   MOVE WS-AUD-PREV-LINE(WS-AUD-TAIL-AT + 5:8)
                       TO WS-AUD-SEQ
               END-IF
           END-IF
           .

      *> djb2 over the previous line (WS-AUD-PREV-LEN characters)
      *> and then the first WS-AUD-BODY-LEN characters of the new
      *> line.
       COMPUTE-AUDIT-CHECK.
           MOVE 5381 TO WS-AUD-CHK
           PERFORM VARYING WS-AUD-CI FROM 1 BY 1
               UNTIL WS-AUD-CI > WS-AUD-PREV-LEN
               COMPUTE WS-AUD-CHK = FUNCTION MOD(
                   WS-AUD-CHK * 33 +
                   FUNCTION ORD(WS-AUD-PREV-LINE(WS-AUD-CI:1)),
                   999999999999999937)
           END-PERFORM
           PERFORM VARYING WS-AUD-CI FROM 1 BY 1
               UNTIL WS-AUD-CI > WS-AUD-BODY-LEN
               COMPUTE WS-AUD-CHK = FUNCTION MOD(
                   WS-AUD-CHK * 33 +
                   FUNCTION ORD(WS-AUDIT-LINE(WS-AUD-CI:1)),
                   999999999999999937)
           END-PERFORM
           .

      *> Partition one input file into WS-SPLIT-COUNT contiguous
      *> slice files plus the slice control file, then stop. A
      *> maintenance action like a results-master purge: no report,
           END-IF
           MOVE 0 TO WS-RAW-COUNT
           MOVE 0 TO WS-HDR-PRESENT
           MOVE 0 TO WS-HDR-DELTA
           MOVE 0 TO WS-TRL-PRESENT
           MOVE 0 TO WS-RUN-HASH
           READ INPUT-FILE INTO WS-LINE
           END-PERFORM
           CLOSE INPUT-FILE

      *> A delta is applied to the population in one pass, in file
      *> order: slices run in parallel could not keep an add and a
      *> later change of the same record in step.
           IF WS-HDR-DELTA = 1
               DISPLAY "SRC=" FUNCTION TRIM(WS-INPUT-PATH)
                   " IS A DELTA TRANSMISSION - NOT SPLITTING"
               PERFORM ABEND-RUN
           END-IF

      *> The original's trailer is reconciled here exactly as a
      *> normal run would - splitting a short transmission into
      *> slices with fresh, self-consistent trailers would
               MOVE SPACES TO WS-LINE
               STRING "HDR " FUNCTION TRIM(WS-HDR-FILE-ID)
                   " " FUNCTION TRIM(WS-HDR-BUS-DATE)
                   " SLICE=" WS-SLICE-NN
                   DELIMITED BY SIZE INTO WS-LINE
               WRITE SLICE-RECORD FROM WS-LINE
           END-IF
           .

      *> Walk the exception extract at the console, one reject at a
      *> time, and queue corrections for approval in the file
      *> RUN_MODE=REPROCESS will apply once a second operator has
      *> approved them. Corrections the checker sent back come
      *> first, for rework. Like an inquiry, this is a lookup
      *> session, not a run of record: no report, audit, exception,
      *> or status file is touched.
       RUN-CORRENTRY-MODE.
           IF WS-CORR-PATH = SPACES
               DISPLAY "CORRECTIONS_FILE MUST NAME THE CORRECTIONS "
                   "FILE TO BUILD"
               PERFORM ABEND-RUN
           END-IF
           IF WS-OPERATOR-ID = SPACES
               DISPLAY "OPERATOR_ID MUST NAME THE CLERK KEYING THE "
                   "CORRECTIONS"
               PERFORM ABEND-RUN
           END-IF
           IF WS-ORIG-EXC-PATH = SPACES
               AND WS-ARCHIVE-CATALOG NOT = SPACES
               AND WS-CATALOG-SRC NOT = SPACES
                   "CATALOG_SRC)"
               PERFORM ABEND-RUN
           END-IF
           PERFORM LOAD-CORRECTION-QUEUE

           DISPLAY "CORRECTION ENTRY - EXCEPTION EXTRACT "
               FUNCTION TRIM(WS-ORIG-EXC-PATH)
           DISPLAY "OPERATOR " FUNCTION TRIM(WS-OPERATOR-ID)
           DISPLAY "ANSWER Y TO REPAIR, N TO SKIP, Q TO QUIT"
           MOVE 0 TO WS-CE-ACCEPTED
           MOVE 0 TO WS-CE-SKIPPED
           MOVE 0 TO WS-CE-QUIT
           PERFORM VARYING WS-CQ-I FROM 1 BY 1
               UNTIL WS-CQ-I > WS-CQ-COUNT OR WS-CE-QUIT = 1
               MOVE WS-CQ-LINE(WS-CQ-I) TO WS-CQ-WORK
               PERFORM PARSE-CORRECTION-LINE
               IF WS-CQ-OK = 1 AND WS-CQ-STATE = "REJECTED"
                   PERFORM CORRENTRY-RETURNED
               END-IF
           END-PERFORM

           MOVE WS-ORIG-EXC-PATH TO WS-SLICE-PATH
           OPEN INPUT SLICE-FILE
           IF WS-SLC-STATUS NOT = "00"
                   " - STATUS " WS-SLC-STATUS
               PERFORM ABEND-RUN
           END-IF
           READ SLICE-FILE INTO WS-MRG-LINE
           PERFORM UNTIL WS-SLC-STATUS NOT = "00"
               OR WS-CE-QUIT = 1
               END-IF
           END-PERFORM
           CLOSE SLICE-FILE
           PERFORM SAVE-CORRECTION-QUEUE

           MOVE WS-CE-ACCEPTED TO WS-DISPLAY-NUM
           MOVE WS-CE-SKIPPED TO WS-DISPLAY-NUM2
           DISPLAY " "
           DISPLAY FUNCTION TRIM(WS-DISPLAY-NUM)
               " CORRECTIONS QUEUED FOR APPROVAL IN "
               FUNCTION TRIM(WS-CORR-PATH)
               ", " FUNCTION TRIM(WS-DISPLAY-NUM2) " SKIPPED"
           STOP RUN
           .

      *> A correction the checker sent back: show why, and let the
      *> clerk key it again in place of the rejected line.
       CORRENTRY-RETURNED.
           MOVE WS-CQ-SRC TO WS-CE-SRC
           MOVE WS-CQ-REC TO WS-CE-REC
           MOVE WS-CQ-REC TO WS-DISPLAY-NUM
           DISPLAY " "
           DISPLAY "RETURNED:  SRC=" FUNCTION TRIM(WS-CQ-SRC)
               " RECORD=" FUNCTION TRIM(WS-DISPLAY-NUM)
               " KEYED BY " FUNCTION TRIM(WS-CQ-MAKER)
           DISPLAY "REJECTED BY " FUNCTION TRIM(WS-CQ-CHECKER)
               ": " FUNCTION TRIM(WS-CQ-REASON)
           DISPLAY "AS KEYED:  " FUNCTION TRIM(WS-CQ-COND) " "
               FUNCTION TRIM(WS-CQ-GROUPS)
           PERFORM FETCH-RAW-LINE
           IF WS-CE-RAW-OK = 1
               DISPLAY "RAW LINE:  " FUNCTION TRIM(WS-CE-RAW)
           END-IF
           DISPLAY "REWORK THIS CORRECTION? (Y/N/Q)"
           MOVE SPACES TO WS-CE-ANSWER
           ACCEPT WS-CE-ANSWER
           EVALUATE FUNCTION UPPER-CASE(WS-CE-ANSWER(1:1))
               WHEN "Q"
                   MOVE 1 TO WS-CE-QUIT
               WHEN "Y"
                   MOVE WS-CQ-I TO WS-CQ-SLOT
                   PERFORM CORRENTRY-CAPTURE
               WHEN OTHER
                   ADD 1 TO WS-CE-SKIPPED
           END-EVALUATE
           .

      *> One exception line: pull out the SRC + RECORD key the same
      *> way LOAD-ORIG-EXCEPTIONS does, show the line and the raw
      *> record it rejected, and hand over to the capture dialogue.
               ADD 1 TO WS-MRG-NUM-START
           END-PERFORM

      *> A record already in the file - waiting, approved, or sent
      *> back and not reworked - is not keyed twice.
           MOVE WS-CE-SRC TO WS-CQ-SRC
           MOVE WS-CE-REC TO WS-CQ-REC
           PERFORM FIND-QUEUED-CORRECTION
           IF WS-CQ-SLOT > 0
               MOVE WS-CE-REC TO WS-DISPLAY-NUM
               DISPLAY " "
               DISPLAY "ALREADY IN THE CORRECTIONS FILE ("
                   FUNCTION TRIM(WS-CQ-STATE) "): SRC="
                   FUNCTION TRIM(WS-CE-SRC) " RECORD="
                   FUNCTION TRIM(WS-DISPLAY-NUM)
               EXIT PARAGRAPH
           END-IF

           DISPLAY " "
           DISPLAY "EXCEPTION: " FUNCTION TRIM(WS-MRG-LINE(1:400))
           PERFORM FETCH-RAW-LINE
           END-EVALUATE
           .

      *> Exactly the line APPLY-ONE-CORRECTION parses, PENDING
      *> under this clerk: a new line for a fresh correction, or in
      *> place of the rejected line being reworked (WS-CQ-SLOT).
       CORRENTRY-WRITE-LINE.
           MOVE WS-CE-SRC TO WS-CQ-SRC
           MOVE WS-CE-REC TO WS-CQ-REC
           MOVE WS-CE-COND TO WS-CQ-COND
           MOVE WS-CE-GROUPS TO WS-CQ-GROUPS
           MOVE "PENDING" TO WS-CQ-STATE
           MOVE WS-OPERATOR-ID TO WS-CQ-MAKER
           MOVE SPACES TO WS-CQ-CHECKER
           MOVE SPACES TO WS-CQ-REASON
           PERFORM BUILD-CORRECTION-LINE
           IF WS-CQ-SLOT = 0
               IF WS-CQ-COUNT >= WS-CQ-MAX
                   MOVE WS-CQ-MAX TO WS-DISPLAY-NUM
                   DISPLAY "CAPACITY EXCEEDED: CORRECTIONS FILE "
                       "EXCEEDS " FUNCTION TRIM(WS-DISPLAY-NUM)
                       " LINES"
                   PERFORM ABEND-RUN
               END-IF
               ADD 1 TO WS-CQ-COUNT
               MOVE WS-CQ-COUNT TO WS-CQ-SLOT
           END-IF
           MOVE WS-CQ-WORK TO WS-CQ-LINE(WS-CQ-SLOT)
           DISPLAY "QUEUED FOR APPROVAL: "
               FUNCTION TRIM(WS-CQ-WORK(1:400))
           .

      *> The checker's session: every PENDING correction in turn,
      *> beside the exception it answers and the raw line it
      *> repairs, re-validated and re-scored now so what is
      *> approved is what REPROCESS will post. The clerk who keyed
      *> a correction cannot approve it. A rejection needs a reason
      *> - it is what the clerk sees when the line comes back. Like
      *> correction entry, not a run of record.
       RUN-CORRAPPROVE-MODE.
           IF WS-CORR-PATH = SPACES
               DISPLAY "CORRECTIONS_FILE MUST NAME THE CORRECTIONS "
                   "FILE TO APPROVE"
               PERFORM ABEND-RUN
           END-IF
           IF WS-OPERATOR-ID = SPACES
               DISPLAY "OPERATOR_ID MUST NAME THE APPROVING "
                   "OPERATOR"
               PERFORM ABEND-RUN
           END-IF
           IF WS-ORIG-EXC-PATH = SPACES
               AND WS-ARCHIVE-CATALOG NOT = SPACES
               AND WS-CATALOG-SRC NOT = SPACES
               PERFORM RESOLVE-ORIG-FROM-CATALOG
           END-IF
           IF WS-ORIG-EXC-PATH = SPACES
               DISPLAY "ORIG_EXCEPTIONS MUST NAME THE EXCEPTION "
                   "EXTRACT THE CORRECTIONS ANSWER (OR SET "
                   "ARCHIVE_CATALOG AND CATALOG_SRC)"
               PERFORM ABEND-RUN
           END-IF
           PERFORM LOAD-CORRECTION-QUEUE

           DISPLAY "CORRECTION APPROVAL - CORRECTIONS FILE "
               FUNCTION TRIM(WS-CORR-PATH)
           DISPLAY "OPERATOR " FUNCTION TRIM(WS-OPERATOR-ID)
           DISPLAY "ANSWER A TO APPROVE, R TO REJECT, S TO SKIP, "
               "Q TO QUIT"
           MOVE 0 TO WS-CQ-APPROVED
           MOVE 0 TO WS-CQ-RETURNED
           MOVE 0 TO WS-CE-QUIT
           PERFORM VARYING WS-CQ-I FROM 1 BY 1
               UNTIL WS-CQ-I > WS-CQ-COUNT OR WS-CE-QUIT = 1
               MOVE WS-CQ-LINE(WS-CQ-I) TO WS-CQ-WORK
               PERFORM PARSE-CORRECTION-LINE
               IF WS-CQ-OK = 1 AND WS-CQ-STATE = "PENDING"
                   PERFORM CORRAPPROVE-ONE
               END-IF
           END-PERFORM
           PERFORM SAVE-CORRECTION-QUEUE

           MOVE 0 TO WS-CQ-PENDING
           PERFORM VARYING WS-CQ-I FROM 1 BY 1
               UNTIL WS-CQ-I > WS-CQ-COUNT
               MOVE WS-CQ-LINE(WS-CQ-I) TO WS-CQ-WORK
               PERFORM PARSE-CORRECTION-LINE
               IF WS-CQ-OK = 1 AND WS-CQ-STATE = "PENDING"
                   ADD 1 TO WS-CQ-PENDING
               END-IF
           END-PERFORM
           MOVE WS-CQ-APPROVED TO WS-DISPLAY-NUM
           MOVE WS-CQ-RETURNED TO WS-DISPLAY-NUM2
           DISPLAY " "
           DISPLAY FUNCTION TRIM(WS-DISPLAY-NUM) " APPROVED, "
               FUNCTION TRIM(WS-DISPLAY-NUM2)
               " RETURNED TO THE DESK"
           MOVE WS-CQ-PENDING TO WS-DISPLAY-NUM
           DISPLAY FUNCTION TRIM(WS-DISPLAY-NUM)
               " STILL AWAITING APPROVAL IN "
               FUNCTION TRIM(WS-CORR-PATH)
           STOP RUN
           .

       CORRAPPROVE-ONE.
           MOVE WS-CQ-SRC TO WS-CE-SRC
           MOVE WS-CQ-REC TO WS-CE-REC
           MOVE WS-CQ-REC TO WS-DISPLAY-NUM
           DISPLAY " "
           DISPLAY "CORRECTION: SRC=" FUNCTION TRIM(WS-CQ-SRC)
               " RECORD=" FUNCTION TRIM(WS-DISPLAY-NUM)
               " KEYED BY " FUNCTION TRIM(WS-CQ-MAKER)
           PERFORM FIND-EXCEPTION-TEXT
           IF WS-CQ-EXC-FOUND = 1
               DISPLAY "EXCEPTION:  " FUNCTION TRIM(WS-MRG-LINE(1:400))
           ELSE
               DISPLAY "(NO SUCH RECORD IN THE EXCEPTION EXTRACT - "
                   "REPROCESS WILL SKIP IT)"
           END-IF
           PERFORM FETCH-RAW-LINE
           IF WS-CE-RAW-OK = 1
               DISPLAY "RAW LINE:   " FUNCTION TRIM(WS-CE-RAW)
           END-IF
           DISPLAY "REPAIRED:   " FUNCTION TRIM(WS-CQ-COND) " "
               FUNCTION TRIM(WS-CQ-GROUPS)

           MOVE SPACES TO WS-LINE
           STRING FUNCTION TRIM(WS-CQ-COND) " "
               FUNCTION TRIM(WS-CQ-GROUPS)
               DELIMITED BY SIZE INTO WS-LINE
           MOVE 1 TO WS-PUZZLE-COUNT
           MOVE 1 TO WS-EXC-SUPPRESS
           PERFORM PARSE-LINE
           MOVE 0 TO WS-EXC-SUPPRESS
           IF WS-LINE-REJECTED = 1
               DISPLAY "STILL REJECTED: RC=" WS-REJECT-CODE " "
                   FUNCTION TRIM(WS-REJECT-REASON)
           ELSE
               PERFORM SCORE-RECORD-ONE
               MOVE WS-SCORE-P1 TO WS-DISPLAY-NUM
               MOVE WS-SCORE-P2 TO WS-DISPLAY-NUM2
               DISPLAY "PREVIEW:    PART1="
                   FUNCTION TRIM(WS-DISPLAY-NUM)
                   " PART2=" FUNCTION TRIM(WS-DISPLAY-NUM2)
               MOVE WS-UNFOLD-FACTOR TO WS-DISPLAY-NUM
               DISPLAY "            (PART2 AT UNFOLD FACTOR "
                   FUNCTION TRIM(WS-DISPLAY-NUM) ")"
           END-IF

           IF FUNCTION UPPER-CASE(WS-CQ-MAKER) = WS-OPERATOR-ID
               DISPLAY "KEYED BY YOU - ANOTHER OPERATOR MUST "
                   "APPROVE IT"
               EXIT PARAGRAPH
           END-IF
           DISPLAY "APPROVE? (A=APPROVE R=REJECT S=SKIP Q=QUIT)"
           MOVE SPACES TO WS-CE-ANSWER
           ACCEPT WS-CE-ANSWER
           EVALUATE FUNCTION UPPER-CASE(WS-CE-ANSWER(1:1))
               WHEN "A"
                   IF WS-LINE-REJECTED = 1
                       DISPLAY "A CORRECTION THAT STILL FAILS "
                           "VALIDATION CANNOT BE APPROVED - LEFT "
                           "PENDING"
                   ELSE
                       MOVE "APPROVED" TO WS-CQ-STATE
                       MOVE WS-OPERATOR-ID TO WS-CQ-CHECKER
                       MOVE SPACES TO WS-CQ-REASON
                       PERFORM BUILD-CORRECTION-LINE
                       MOVE WS-CQ-WORK TO WS-CQ-LINE(WS-CQ-I)
                       ADD 1 TO WS-CQ-APPROVED
                   END-IF
               WHEN "R"
                   DISPLAY "REASON FOR RETURNING IT TO THE DESK:"
                   MOVE SPACES TO WS-CQ-REASON
                   ACCEPT WS-CQ-REASON
                   IF WS-CQ-REASON = SPACES
                       DISPLAY "A REJECTION NEEDS A REASON - LEFT "
                           "PENDING"
                   ELSE
                       MOVE "REJECTED" TO WS-CQ-STATE
                       MOVE WS-OPERATOR-ID TO WS-CQ-CHECKER
                       PERFORM BUILD-CORRECTION-LINE
                       MOVE WS-CQ-WORK TO WS-CQ-LINE(WS-CQ-I)
                       ADD 1 TO WS-CQ-RETURNED
                   END-IF
               WHEN "Q"
                   MOVE 1 TO WS-CE-QUIT
           END-EVALUATE
           .

      *> The exception extract line a correction answers, into
      *> WS-MRG-LINE: SRC=<path> RECORD <n>: ...
       FIND-EXCEPTION-TEXT.
           MOVE 0 TO WS-CQ-EXC-FOUND
           MOVE SPACES TO WS-CQ-PREFIX
           MOVE WS-CQ-REC TO WS-DISPLAY-NUM
           STRING "SRC=" FUNCTION TRIM(WS-CQ-SRC)
               " RECORD " FUNCTION TRIM(WS-DISPLAY-NUM) ":"
               DELIMITED BY SIZE INTO WS-CQ-PREFIX
           MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-CQ-PREFIX))
               TO WS-CQ-PREFIX-LEN
           MOVE WS-ORIG-EXC-PATH TO WS-SLICE-PATH
           OPEN INPUT SLICE-FILE
           IF WS-SLC-STATUS NOT = "00"
               DISPLAY "CANNOT OPEN EXCEPTION EXTRACT "
                   FUNCTION TRIM(WS-ORIG-EXC-PATH)
                   " - STATUS " WS-SLC-STATUS
               PERFORM ABEND-RUN
           END-IF
           READ SLICE-FILE INTO WS-MRG-LINE
           PERFORM UNTIL WS-SLC-STATUS NOT = "00"
               OR WS-CQ-EXC-FOUND = 1
               IF WS-MRG-LINE(1:WS-CQ-PREFIX-LEN)
                   = WS-CQ-PREFIX(1:WS-CQ-PREFIX-LEN)
                   MOVE 1 TO WS-CQ-EXC-FOUND
               ELSE
                   READ SLICE-FILE INTO WS-MRG-LINE
               END-IF
           END-PERFORM
           CLOSE SLICE-FILE
           .

      *> The corrections file, whole, into the queue table. A file
      *> not there yet is an empty queue.
       LOAD-CORRECTION-QUEUE.
           MOVE 0 TO WS-CQ-COUNT
           OPEN INPUT CORRECTIONS-FILE
           IF WS-CORR-STATUS = "35"
               EXIT PARAGRAPH
           END-IF
           IF WS-CORR-STATUS NOT = "00"
               DISPLAY "CANNOT OPEN CORRECTIONS FILE "
                   FUNCTION TRIM(WS-CORR-PATH)
                   " - STATUS " WS-CORR-STATUS
               PERFORM ABEND-RUN
           END-IF
           READ CORRECTIONS-FILE INTO WS-MRG-LINE
           PERFORM UNTIL WS-CORR-STATUS NOT = "00"
               IF FUNCTION TRIM(WS-MRG-LINE) NOT = SPACES
                   IF WS-CQ-COUNT >= WS-CQ-MAX
                       MOVE WS-CQ-MAX TO WS-DISPLAY-NUM
                       DISPLAY "CAPACITY EXCEEDED: CORRECTIONS "
                           "FILE EXCEEDS "
                           FUNCTION TRIM(WS-DISPLAY-NUM) " LINES"
                       PERFORM ABEND-RUN
                   END-IF
                   ADD 1 TO WS-CQ-COUNT
                   MOVE WS-MRG-LINE TO WS-CQ-LINE(WS-CQ-COUNT)
               END-IF
               READ CORRECTIONS-FILE INTO WS-MRG-LINE
           END-PERFORM
           CLOSE CORRECTIONS-FILE
           .

       SAVE-CORRECTION-QUEUE.
           OPEN OUTPUT CORRECTIONS-FILE
           IF WS-CORR-STATUS NOT = "00"
               DISPLAY "CANNOT REWRITE CORRECTIONS FILE "
                   FUNCTION TRIM(WS-CORR-PATH)
                   " - STATUS " WS-CORR-STATUS
               PERFORM ABEND-RUN
           END-IF
           PERFORM VARYING WS-CQ-I FROM 1 BY 1
               UNTIL WS-CQ-I > WS-CQ-COUNT
               WRITE CORRECTIONS-RECORD FROM WS-CQ-LINE(WS-CQ-I)
           END-PERFORM
           CLOSE CORRECTIONS-FILE
           .

      *> The queue slot already holding a correction for WS-CQ-SRC
      *> + WS-CQ-REC, 0 if none; its state is left in WS-CQ-STATE.
       FIND-QUEUED-CORRECTION.
           MOVE 0 TO WS-CQ-SLOT
           MOVE WS-CQ-SRC TO WS-CQ-KEY-SRC
           MOVE WS-CQ-REC TO WS-CQ-KEY-REC
           PERFORM VARYING WS-CQ-I FROM 1 BY 1
               UNTIL WS-CQ-I > WS-CQ-COUNT OR WS-CQ-SLOT > 0
               MOVE WS-CQ-LINE(WS-CQ-I) TO WS-CQ-WORK
               PERFORM PARSE-CORRECTION-LINE
               IF WS-CQ-OK = 1
                   AND WS-CQ-SRC = WS-CQ-KEY-SRC
                   AND WS-CQ-REC = WS-CQ-KEY-REC
                   MOVE WS-CQ-I TO WS-CQ-SLOT
               END-IF
           END-PERFORM
           MOVE WS-CQ-KEY-SRC TO WS-CQ-SRC
           MOVE WS-CQ-KEY-REC TO WS-CQ-REC
           .

      *> One corrections-file line (WS-CQ-WORK) into its fields.
      *> The reason is free text, so it is cut off first at its
      *> REASON= token; the rest splits on spaces. A line with no
      *> STATE= - keyed before approval was required, or by hand -
      *> parses with STATE blank, which no session treats as
      *> approved.
       PARSE-CORRECTION-LINE.
           MOVE 0 TO WS-CQ-OK
           MOVE SPACES TO WS-CQ-STATE
           MOVE SPACES TO WS-CQ-MAKER
           MOVE SPACES TO WS-CQ-CHECKER
           MOVE SPACES TO WS-CQ-REASON
           MOVE WS-CQ-WORK TO WS-CQ-TOKENS
           MOVE 0 TO WS-CQ-REASON-AT
           INSPECT WS-CQ-WORK TALLYING WS-CQ-REASON-AT
               FOR CHARACTERS BEFORE INITIAL " REASON="
           IF WS-CQ-REASON-AT + 9 <= FUNCTION LENGTH(WS-CQ-WORK)
               MOVE WS-CQ-WORK(WS-CQ-REASON-AT + 9:)
                   TO WS-CQ-REASON
               MOVE SPACES TO WS-CQ-TOKENS(WS-CQ-REASON-AT + 1:)
           END-IF
           MOVE SPACES TO WS-CQ-F1
           MOVE SPACES TO WS-CQ-F2
           MOVE SPACES TO WS-CQ-F3
           MOVE SPACES TO WS-CQ-F4
           MOVE SPACES TO WS-CQ-F5
           MOVE SPACES TO WS-CQ-F6
           MOVE SPACES TO WS-CQ-F7
           UNSTRING FUNCTION TRIM(WS-CQ-TOKENS)
               DELIMITED BY ALL " "
               INTO WS-CQ-F1 WS-CQ-F2 WS-CQ-F3 WS-CQ-F4
                   WS-CQ-F5 WS-CQ-F6 WS-CQ-F7
           END-UNSTRING
           IF WS-CQ-F1(1:4) NOT = "SRC="
               OR WS-CQ-F2(1:7) NOT = "RECORD="
               OR WS-CQ-F3 = SPACES
               OR WS-CQ-F4 = SPACES
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION TEST-NUMVAL(FUNCTION TRIM(WS-CQ-F2(8:33)))
               NOT = 0
               EXIT PARAGRAPH
           END-IF
           MOVE 1 TO WS-CQ-OK
           MOVE WS-CQ-F1(5:256) TO WS-CQ-SRC
           MOVE FUNCTION NUMVAL(WS-CQ-F2(8:33)) TO WS-CQ-REC
           MOVE WS-CQ-F3 TO WS-CQ-COND
           MOVE WS-CQ-F4 TO WS-CQ-GROUPS
           MOVE WS-CQ-F5 TO WS-CQ-TOKEN
           PERFORM TAKE-CORRECTION-TOKEN
           MOVE WS-CQ-F6 TO WS-CQ-TOKEN
           PERFORM TAKE-CORRECTION-TOKEN
           MOVE WS-CQ-F7 TO WS-CQ-TOKEN
           PERFORM TAKE-CORRECTION-TOKEN
           .

       TAKE-CORRECTION-TOKEN.
           EVALUATE TRUE
               WHEN WS-CQ-TOKEN(1:6) = "STATE="
                   MOVE WS-CQ-TOKEN(7:10) TO WS-CQ-STATE
               WHEN WS-CQ-TOKEN(1:6) = "MAKER="
                   MOVE WS-CQ-TOKEN(7:20) TO WS-CQ-MAKER
               WHEN WS-CQ-TOKEN(1:8) = "CHECKER="
                   MOVE WS-CQ-TOKEN(9:20) TO WS-CQ-CHECKER
           END-EVALUATE
           .

      *> The fields back into one corrections-file line, in
      *> WS-CQ-WORK.
       BUILD-CORRECTION-LINE.
           MOVE SPACES TO WS-CQ-WORK
           MOVE WS-CQ-REC TO WS-DISPLAY-NUM
           STRING "SRC=" FUNCTION TRIM(WS-CQ-SRC)
               " RECORD=" FUNCTION TRIM(WS-DISPLAY-NUM)
               " " FUNCTION TRIM(WS-CQ-COND)
               " " FUNCTION TRIM(WS-CQ-GROUPS)
               " STATE=" FUNCTION TRIM(WS-CQ-STATE)
               " MAKER=" FUNCTION TRIM(WS-CQ-MAKER)
               DELIMITED BY SIZE INTO WS-CQ-WORK
               ON OVERFLOW
                   DISPLAY "CAPACITY EXCEEDED: CORRECTION LINE "
                       "TRUNCATED"
                   PERFORM ABEND-RUN
           END-STRING
           IF WS-CQ-CHECKER NOT = SPACES
               STRING FUNCTION TRIM(WS-CQ-WORK) " CHECKER="
                   FUNCTION TRIM(WS-CQ-CHECKER)
                   DELIMITED BY SIZE INTO WS-CQ-WORK
                   ON OVERFLOW
                       DISPLAY "CAPACITY EXCEEDED: CORRECTION LINE "
                           "TRUNCATED"
                       PERFORM ABEND-RUN
               END-STRING
           END-IF
           IF WS-CQ-REASON NOT = SPACES
               STRING FUNCTION TRIM(WS-CQ-WORK) " REASON="
                   FUNCTION TRIM(WS-CQ-REASON)
                   DELIMITED BY SIZE INTO WS-CQ-WORK
                   ON OVERFLOW
                       DISPLAY "CAPACITY EXCEEDED: CORRECTION LINE "
                           "TRUNCATED"
                       PERFORM ABEND-RUN
               END-STRING
           END-IF
           .

      *> One shift's worth of spring-diagnostic records: read, solve
      *> both parts, echo totals to the console, and add this file's
      *> subtotal line to the open report.
       RUN-ONE-FILE.
           PERFORM READ-INPUT
           IF WS-FILE-FAILED = 1
               PERFORM GRADE-FILE-RESULT
               PERFORM WRITE-FILE-FAILURE
               MOVE 0 TO WS-SUM1
               MOVE 0 TO WS-SUM2
               MOVE 0 TO WS-PUZZLE-COUNT
           ELSE
               IF WS-HDR-DELTA = 1
                   PERFORM SOLVE-AND-REPORT-DELTA
               ELSE
                   PERFORM SOLVE-AND-REPORT-FILE
               END-IF
           END-IF
           .

      *> The normal whole-file flow, reached only for a file that
      *> passed (or did not carry) trailer reconciliation.
       SOLVE-AND-REPORT-FILE.
           MOVE 0 TO WS-DETAIL-SUPPRESSED
           IF WS-RESTART-FROM > 0 AND WS-IS-BATCH = 0
               PERFORM READ-CHECKPOINT-STATE
               IF WS-CKPT-P1-DONE = 1 OR WS-CKPT-P1-REC > 0
                   OR WS-CKPT-P2-DONE = 1 OR WS-CKPT-P2-REC > 0
                   MOVE 1 TO WS-DETAIL-SUPPRESSED
               END-IF
           ELSE
               MOVE 0 TO WS-CKPT-P1-DONE
               MOVE 0 TO WS-CKPT-P1-REC
               MOVE 0 TO WS-CKPT-P1-SUM
               MOVE 0 TO WS-CKPT-P2-DONE
               MOVE 0 TO WS-CKPT-P2-REC
               MOVE 0 TO WS-CKPT-P2-SUM
           END-IF
           PERFORM SOLVE-PART1
           MOVE WS-SUM1 TO WS-DISPLAY-NUM
           DISPLAY FUNCTION TRIM(WS-DISPLAY-NUM)
           PERFORM SOLVE-PART2
           MOVE WS-SUM2 TO WS-DISPLAY-NUM
           DISPLAY FUNCTION TRIM(WS-DISPLAY-NUM)
           IF WS-POP-PATH NOT = SPACES AND WS-HDR-PRESENT = 1
               AND WS-HDR-SLICE = 0 AND WS-RUN-MODE = SPACES
               PERFORM REFRESH-SOURCE-POPULATION
           END-IF
           PERFORM GRADE-FILE-RESULT
           PERFORM WRITE-FILE-SUBTOTAL
           IF WS-HDR-PRESENT = 1
               PERFORM RECORD-PROCESSED-TRANSMISSION
           END-IF
           IF WS-DETAIL-SUPPRESSED = 1
               DISPLAY "DETAIL AND PROFILE EXTRACTS SKIPPED FOR "
                   FUNCTION TRIM(WS-INPUT-PATH)
                   ": RESUMED FROM CHECKPOINT, PER-RECORD RESULTS "
                   "FOR PRE-CHECKPOINT RECORDS ARE NOT AVAILABLE "
                   "THIS RUN"
           ELSE
               PERFORM WRITE-DETAIL-EXTRACT
               PERFORM WRITE-PROFILE-EXTRACT
           END-IF
           IF WS-OUT-ENABLED = 1
               MOVE WS-INPUT-PATH TO WS-OUT-SOURCE
               MOVE WS-PUZZLE-COUNT TO WS-OUT-RECORDS
               MOVE WS-SUM1 TO WS-OUT-P1
               MOVE WS-SUM2 TO WS-OUT-P2
               PERFORM WRITE-OUTPUT-ROW
           END-IF
           .

      *> The delta flow. Each transaction is checked against the
      *> population master - and against the file's own earlier
      *> transactions, so an add followed by a change of the same
      *> record in one file holds together - then the surviving adds
      *> and changes are scored, the master is updated, and the
      *> source's whole population is loaded back into the record
      *> table. From there the subtotal, register, detail extract
      *> and CSV row are exactly those of a full-file run. A delta is
      *> always rescored whole: its checkpoint offsets would not line
      *> up with the population the totals are derived from.
       SOLVE-AND-REPORT-DELTA.
           MOVE 0 TO WS-DETAIL-SUPPRESSED
           IF WS-RESTART-FROM > 0 AND WS-IS-BATCH = 0
               DISPLAY "RESTART_FROM IGNORED FOR DELTA TRANSMISSION "
                   FUNCTION TRIM(WS-INPUT-PATH)
                   ": ITS TRANSACTIONS ARE RESCORED IN FULL"
           END-IF
           MOVE 0 TO WS-CKPT-P1-DONE
           MOVE 0 TO WS-CKPT-P1-REC
           MOVE 0 TO WS-CKPT-P1-SUM
           MOVE 0 TO WS-CKPT-P2-DONE
           MOVE 0 TO WS-CKPT-P2-REC
           MOVE 0 TO WS-CKPT-P2-SUM
           PERFORM OPEN-POPULATION-MASTER
           PERFORM VARYING WS-DT-I FROM 1 BY 1
               UNTIL WS-DT-I > WS-PUZZLE-COUNT
               IF WS-DT-OK(WS-DT-I) = 1
                   PERFORM CHECK-DELTA-TRANSACTION
               END-IF
           END-PERFORM
           PERFORM SOLVE-PART1
           PERFORM SOLVE-PART2
           PERFORM GRADE-FILE-RESULT
           PERFORM WRITE-PROFILE-EXTRACT
           PERFORM VARYING WS-DT-I FROM 1 BY 1
               UNTIL WS-DT-I > WS-PUZZLE-COUNT
               IF WS-DT-OK(WS-DT-I) = 1
                   PERFORM POST-DELTA-TRANSACTION
               END-IF
           END-PERFORM
           PERFORM LOAD-SOURCE-POPULATION
           CLOSE POPULATION-MASTER
           MOVE WS-SUM1 TO WS-DISPLAY-NUM
           DISPLAY FUNCTION TRIM(WS-DISPLAY-NUM)
           MOVE WS-SUM2 TO WS-DISPLAY-NUM
           DISPLAY FUNCTION TRIM(WS-DISPLAY-NUM)
           PERFORM WRITE-FILE-SUBTOTAL
           PERFORM RECORD-PROCESSED-TRANSMISSION
           PERFORM WRITE-DETAIL-EXTRACT
           IF WS-OUT-ENABLED = 1
               MOVE WS-INPUT-PATH TO WS-OUT-SOURCE
               MOVE WS-PUZZLE-COUNT TO WS-OUT-RECORDS
               MOVE WS-SUM1 TO WS-OUT-P1
               MOVE WS-SUM2 TO WS-OUT-P2
               PERFORM WRITE-OUTPUT-ROW
           END-IF
           .

      *> Decide whether transaction WS-DT-I can stand: the latest
      *> earlier accepted transaction for the same record settles
      *> whether the record exists; failing that, the master does.
       CHECK-DELTA-TRANSACTION.
           MOVE 0 TO WS-DT-SEEN
           MOVE 0 TO WS-DT-EXISTS
           PERFORM VARYING WS-DT-J FROM 1 BY 1
               UNTIL WS-DT-J >= WS-DT-I
               IF WS-DT-OK(WS-DT-J) = 1
                   AND WS-DT-REC(WS-DT-J) = WS-DT-REC(WS-DT-I)
                   MOVE 1 TO WS-DT-SEEN
                   IF WS-DT-CODE(WS-DT-J) = "D"
                       MOVE 0 TO WS-DT-EXISTS
                   ELSE
                       MOVE 1 TO WS-DT-EXISTS
                   END-IF
               END-IF
           END-PERFORM
           IF WS-DT-SEEN = 0
               MOVE WS-HDR-FILE-ID TO PM-SOURCE
               MOVE WS-DT-REC(WS-DT-I) TO PM-REC-NO
               READ POPULATION-MASTER
               EVALUATE WS-POP-STATUS
                   WHEN "00"
                       MOVE 1 TO WS-DT-EXISTS
                   WHEN "23"
                       MOVE 0 TO WS-DT-EXISTS
                   WHEN OTHER
                       DISPLAY "CANNOT READ POPULATION MASTER "
                           FUNCTION TRIM(WS-POP-PATH)
                           " - STATUS " WS-POP-STATUS
                       PERFORM ABEND-RUN
               END-EVALUATE
           END-IF
           EVALUATE TRUE
               WHEN WS-DT-CODE(WS-DT-I) = "A" AND WS-DT-EXISTS = 1
                   MOVE 106 TO WS-REJECT-CODE
                   PERFORM REJECT-DELTA-TRANSACTION
               WHEN WS-DT-CODE(WS-DT-I) = "C" AND WS-DT-EXISTS = 0
                   MOVE 104 TO WS-REJECT-CODE
                   PERFORM REJECT-DELTA-TRANSACTION
               WHEN WS-DT-CODE(WS-DT-I) = "D" AND WS-DT-EXISTS = 0
                   MOVE 105 TO WS-REJECT-CODE
                   PERFORM REJECT-DELTA-TRANSACTION
               WHEN WS-DT-CODE(WS-DT-I) = "A"
                   ADD 1 TO WS-DT-ADDS
               WHEN WS-DT-CODE(WS-DT-I) = "C"
                   ADD 1 TO WS-DT-CHANGES
               WHEN OTHER
                   ADD 1 TO WS-DT-DELETES
           END-EVALUATE
           .

      *> A rejected transaction is a record reject like any other:
      *> one exception line under the record number it carries (or,
      *> for a 107 whose record number could not be read, its
      *> data-line ordinal), and it is neither scored nor applied.
      *> Reason code in WS-REJECT-CODE, transaction in WS-DT-I.
       REJECT-DELTA-TRANSACTION.
           PERFORM FORMAT-REASON-CODE
           MOVE WS-REASON-TEXT TO WS-REJECT-REASON
           IF WS-DT-REC(WS-DT-I) > 0
               MOVE WS-DT-REC(WS-DT-I) TO WS-EXC-REC-NO
           ELSE
               MOVE WS-DT-I TO WS-EXC-REC-NO
           END-IF
           PERFORM LOG-EXCEPTION
           MOVE 0 TO WS-DT-OK(WS-DT-I)
           MOVE 0 TO WS-PZ-VALID(WS-DT-I)
           ADD 1 TO WS-DT-REJECTS
           .

      *> Apply one accepted transaction to the population master,
      *> in file order. Any status but 00 here means the master
      *> changed under the run since the checks; stop rather than
      *> post totals the master does not hold.
       POST-DELTA-TRANSACTION.
           MOVE WS-HDR-FILE-ID TO PM-SOURCE
           MOVE WS-DT-REC(WS-DT-I) TO PM-REC-NO
           IF WS-DT-CODE(WS-DT-I) = "D"
               DELETE POPULATION-MASTER
           ELSE
               MOVE WS-DT-I TO WS-PI
               PERFORM BUILD-POPULATION-RECORD
               IF WS-DT-CODE(WS-DT-I) = "A"
                   WRITE POPULATION-RECORD
               ELSE
                   REWRITE POPULATION-RECORD
               END-IF
           END-IF
           IF WS-POP-STATUS NOT = "00"
               MOVE WS-DT-REC(WS-DT-I) TO WS-DISPLAY-NUM
               DISPLAY "POPULATION MASTER UPDATE FAILED FOR "
                   FUNCTION TRIM(WS-HDR-FILE-ID) " RECORD "
                   FUNCTION TRIM(WS-DISPLAY-NUM)
                   " - STATUS " WS-POP-STATUS
               PERFORM ABEND-RUN
           END-IF
           .

      *> Population record body from record-table entry WS-PI; the
      *> key is the caller's.
       BUILD-POPULATION-RECORD.
           MOVE WS-PZ-COND(WS-PI) TO PM-COND
           MOVE WS-PZ-COND-LEN(WS-PI) TO PM-COND-LEN
           MOVE WS-PZ-MACH-CNT(WS-PI) TO PM-MACH-CNT
           PERFORM VARYING WS-J FROM 1 BY 1
               UNTIL WS-J > WS-MAX-GROUPS
               IF WS-J > WS-PZ-MACH-CNT(WS-PI)
                   MOVE 0 TO PM-MACH(WS-J)
               ELSE
                   MOVE WS-PZ-MACH(WS-PI, WS-J) TO PM-MACH(WS-J)
               END-IF
           END-PERFORM
           MOVE WS-PZ-RES1(WS-PI) TO PM-RES1
           MOVE WS-PZ-RES2(WS-PI) TO PM-RES2
           MOVE WS-UNFOLD-FACTOR TO PM-UF
           MOVE WS-RUN-DATE TO PM-CHANGED
           .

      *> Load the source's standing population into the record
      *> table in record-number order and total it. The per-record
      *> work metrics belong to the transactions just scored and are
      *> not carried; the profile extract has already been written.
       LOAD-SOURCE-POPULATION.
           MOVE 0 TO WS-PUZZLE-COUNT
           MOVE 0 TO WS-SUM1
           MOVE 0 TO WS-SUM2
           PERFORM START-SOURCE-POPULATION
           PERFORM UNTIL WS-POP-DONE = 1
               ADD 1 TO WS-PUZZLE-COUNT
               IF WS-PUZZLE-COUNT > WS-MAX-PUZZLES
                   MOVE WS-MAX-PUZZLES TO WS-DISPLAY-NUM
                   DISPLAY "CAPACITY EXCEEDED: POPULATION OF "
                       FUNCTION TRIM(WS-HDR-FILE-ID)
                       " EXCEEDS WS-PUZZLE TABLE CAPACITY OF "
                       FUNCTION TRIM(WS-DISPLAY-NUM)
                   PERFORM ABEND-RUN
               END-IF
               MOVE WS-PUZZLE-COUNT TO WS-PI
               MOVE PM-COND TO WS-PZ-COND(WS-PI)
               MOVE PM-COND-LEN TO WS-PZ-COND-LEN(WS-PI)
               MOVE PM-MACH-CNT TO WS-PZ-MACH-CNT(WS-PI)
               PERFORM VARYING WS-J FROM 1 BY 1
                   UNTIL WS-J > WS-MAX-GROUPS
                   MOVE PM-MACH(WS-J) TO WS-PZ-MACH(WS-PI, WS-J)
               END-PERFORM
               MOVE PM-RES1 TO WS-PZ-RES1(WS-PI)
               MOVE PM-RES2 TO WS-PZ-RES2(WS-PI)
               MOVE 1 TO WS-PZ-VALID(WS-PI)
               MOVE PM-REC-NO TO WS-PZ-REC-NO(WS-PI)
               MOVE 0 TO WS-PZ-ELAPSED(WS-PI)
               MOVE 0 TO WS-PZ-ITERS(WS-PI)
               MOVE 0 TO WS-PZ-CHITS(WS-PI)
               MOVE 0 TO WS-PZ-CMISSES(WS-PI)
               MOVE 0 TO WS-PZ-PEAK-SP(WS-PI)
               ADD PM-RES1 TO WS-SUM1
               ADD PM-RES2 TO WS-SUM2
               PERFORM NEXT-SOURCE-POPULATION
           END-PERFORM
           .

      *> Position on the first population record of the HDR file-id
      *> and read it; WS-POP-DONE is set when the source has none.
       START-SOURCE-POPULATION.
           MOVE 0 TO WS-POP-DONE
           MOVE WS-HDR-FILE-ID TO PM-SOURCE
           MOVE 0 TO PM-REC-NO
           START POPULATION-MASTER KEY IS >= PM-KEY
           IF WS-POP-STATUS NOT = "00"
               MOVE 1 TO WS-POP-DONE
               EXIT PARAGRAPH
           END-IF
           PERFORM NEXT-SOURCE-POPULATION
           .

      *> Read on; the first record of another source ends the run.
       NEXT-SOURCE-POPULATION.
           READ POPULATION-MASTER NEXT RECORD
           IF WS-POP-STATUS NOT = "00"
               OR PM-SOURCE NOT = WS-HDR-FILE-ID
               MOVE 1 TO WS-POP-DONE
           END-IF
           .

      *> A full file with a header replaces its source's population
      *> outright: every standing record is deleted and each record
      *> that passed validation is written under its data-line
      *> ordinal. A run resumed from a checkpoint holds no results
      *> for the records it skipped, so it leaves the population as
      *> it was.
       REFRESH-SOURCE-POPULATION.
           IF WS-DETAIL-SUPPRESSED = 1
               DISPLAY "POPULATION MASTER NOT REFRESHED FOR "
                   FUNCTION TRIM(WS-HDR-FILE-ID)
                   ": RESUMED FROM CHECKPOINT"
               EXIT PARAGRAPH
           END-IF
           PERFORM OPEN-POPULATION-MASTER
           PERFORM START-SOURCE-POPULATION
           PERFORM UNTIL WS-POP-DONE = 1
               DELETE POPULATION-MASTER
               IF WS-POP-STATUS NOT = "00"
                   DISPLAY "CANNOT DELETE FROM POPULATION MASTER "
                       FUNCTION TRIM(WS-POP-PATH)
                       " - STATUS " WS-POP-STATUS
                   PERFORM ABEND-RUN
               END-IF
               PERFORM NEXT-SOURCE-POPULATION
           END-PERFORM
           PERFORM VARYING WS-PI FROM 1 BY 1
               UNTIL WS-PI > WS-PUZZLE-COUNT
               IF WS-PZ-VALID(WS-PI) = 1
                   MOVE WS-HDR-FILE-ID TO PM-SOURCE
                   MOVE WS-PZ-REC-NO(WS-PI) TO PM-REC-NO
                   PERFORM BUILD-POPULATION-RECORD
                   WRITE POPULATION-RECORD
                   IF WS-POP-STATUS NOT = "00"
                       DISPLAY "CANNOT WRITE POPULATION MASTER "
                           FUNCTION TRIM(WS-POP-PATH)
                           " - STATUS " WS-POP-STATUS
                       PERFORM ABEND-RUN
                   END-IF
               END-IF
           END-PERFORM
           CLOSE POPULATION-MASTER
           .

      *> Created empty on first use, like the results master.
       OPEN-POPULATION-MASTER.
           OPEN I-O POPULATION-MASTER
           IF WS-POP-STATUS = "35"
               OPEN OUTPUT POPULATION-MASTER
               IF WS-POP-STATUS = "00"
                   CLOSE POPULATION-MASTER
                   OPEN I-O POPULATION-MASTER
               END-IF
           END-IF
           IF WS-POP-STATUS NOT = "00"
               DISPLAY "CANNOT OPEN POPULATION MASTER "
                   FUNCTION TRIM(WS-POP-PATH)
                   " - STATUS " WS-POP-STATUS
               PERFORM ABEND-RUN
           END-IF
           .

      *> Delta counts under the subtotal: what the transmission did
      *> to the population the totals above are derived from.
       WRITE-DELTA-SUMMARY.
           MOVE SPACES TO WS-RPT-LINE
           MOVE WS-DT-ADDS TO WS-DISPLAY-NUM
           MOVE WS-DT-CHANGES TO WS-DISPLAY-NUM2
           STRING "  DELTA TRANSMISSION - ADDED: "
               FUNCTION TRIM(WS-DISPLAY-NUM)
               "  CHANGED: " FUNCTION TRIM(WS-DISPLAY-NUM2)
               DELIMITED BY SIZE INTO WS-RPT-LINE
           MOVE WS-DT-DELETES TO WS-DISPLAY-NUM
           MOVE WS-DT-REJECTS TO WS-DISPLAY-NUM2
           STRING FUNCTION TRIM(WS-RPT-LINE)
               "  DELETED: " FUNCTION TRIM(WS-DISPLAY-NUM)
               "  REJECTED: " FUNCTION TRIM(WS-DISPLAY-NUM2)
               DELIMITED BY SIZE INTO WS-RPT-LINE
           WRITE REPORT-RECORD FROM WS-RPT-LINE
           .

      *> Report block for a file that failed trailer reconciliation:
      *> the discrepancy is spelled out and the file's records are
      *> kept out of every published total.
       WRITE-FILE-FAILURE.
           MOVE SPACES TO WS-RPT-LINE
           STRING "INPUT FILE: " FUNCTION TRIM(WS-INPUT-PATH)
               DELIMITED BY SIZE INTO WS-RPT-LINE
               ON OVERFLOW
                   DISPLAY "CAPACITY EXCEEDED: REPORT LINE TRUNCATED"
                   PERFORM ABEND-RUN
           END-STRING
           WRITE REPORT-RECORD FROM WS-RPT-LINE

           IF WS-HDR-PRESENT = 1
               MOVE SPACES TO WS-RPT-LINE
               STRING "  FILE ID: " FUNCTION TRIM(WS-HDR-FILE-ID)
                   "  BUSINESS DATE: "
                   FUNCTION TRIM(WS-HDR-BUS-DATE)
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               WRITE REPORT-RECORD FROM WS-RPT-LINE
           END-IF

           IF WS-FILE-SENDER-RC NOT = 0
               MOVE WS-FILE-SENDER-RC TO WS-REJECT-CODE
               PERFORM FORMAT-REASON-CODE
               MOVE SPACES TO WS-RPT-LINE
               STRING "  *** SENDER NOT AUTHORIZED - "
                   FUNCTION TRIM(WS-REASON-TEXT) " ***"
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               WRITE REPORT-RECORD FROM WS-RPT-LINE
               IF WS-FILE-SENDER-RC NOT = 204
                   MOVE SPACES TO WS-RPT-LINE
                   STRING "  COLLECTOR: "
                       FUNCTION TRIM(WS-SND-COLLECTOR)
                       "  CONTACT: " FUNCTION TRIM(WS-SND-CONTACT)
                       DELIMITED BY SIZE INTO WS-RPT-LINE
                   WRITE REPORT-RECORD FROM WS-RPT-LINE
               END-IF
               IF WS-FILE-SENDER-RC = 206
                   MOVE SPACES TO WS-RPT-LINE
                   MOVE WS-SND-MIN TO WS-DISPLAY-NUM
                   MOVE WS-SND-MAX TO WS-DISPLAY-NUM2
                   STRING "  AGREED RECORDS BAND: "
                       FUNCTION TRIM(WS-DISPLAY-NUM)
                       " TO " FUNCTION TRIM(WS-DISPLAY-NUM2)
                       DELIMITED BY SIZE INTO WS-RPT-LINE
                   WRITE REPORT-RECORD FROM WS-RPT-LINE
                   MOVE SPACES TO WS-RPT-LINE
                   MOVE WS-SND-RECEIVED TO WS-DISPLAY-NUM
                   STRING "  RECEIVED: " FUNCTION TRIM(WS-DISPLAY-NUM)
                       DELIMITED BY SIZE INTO WS-RPT-LINE
                   WRITE REPORT-RECORD FROM WS-RPT-LINE
               END-IF
           ELSE
           IF WS-FILE-DATE-RC NOT = 0
               MOVE WS-FILE-DATE-RC TO WS-REJECT-CODE
               PERFORM FORMAT-REASON-CODE
               MOVE SPACES TO WS-RPT-LINE
               STRING "  *** BUSINESS DATE REJECTED - "
                   FUNCTION TRIM(WS-REASON-TEXT) " ***"
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               WRITE REPORT-RECORD FROM WS-RPT-LINE
               MOVE SPACES TO WS-RPT-LINE
               IF WS-FILE-DATE-RC = 209
                   STRING "  RUN DATE: " WS-RUN-DATE
                       "  MONTH CLOSED: " WS-BD-CLOSE
                       DELIMITED BY SIZE INTO WS-RPT-LINE
               ELSE
                   STRING "  RUN DATE: " WS-RUN-DATE
                       DELIMITED BY SIZE INTO WS-RPT-LINE
               END-IF
               WRITE REPORT-RECORD FROM WS-RPT-LINE
           ELSE
           IF WS-FILE-DELTA-RC NOT = 0
               MOVE WS-FILE-DELTA-RC TO WS-REJECT-CODE
               PERFORM FORMAT-REASON-CODE
               MOVE SPACES TO WS-RPT-LINE
               STRING "  *** DELTA TRANSMISSION REJECTED - "
                   FUNCTION TRIM(WS-REASON-TEXT) " ***"
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               WRITE REPORT-RECORD FROM WS-RPT-LINE
               MOVE SPACES TO WS-RPT-LINE
               IF WS-FILE-DELTA-RC = 213
                   MOVE WS-POP-UF-FOUND TO WS-DISPLAY-NUM
                   MOVE WS-UNFOLD-FACTOR TO WS-DISPLAY-NUM2
                   STRING "  POPULATION UNFOLD FACTOR: "
                       FUNCTION TRIM(WS-DISPLAY-NUM)
                       "  THIS RUN: " FUNCTION TRIM(WS-DISPLAY-NUM2)
                       " - SEND A FULL FILE TO RE-BASE"
                       DELIMITED BY SIZE INTO WS-RPT-LINE
               ELSE
                   STRING "  SET POPULATION_MASTER TO APPLY DELTA "
                       "TRANSMISSIONS" DELIMITED BY SIZE
                       INTO WS-RPT-LINE
               END-IF
               WRITE REPORT-RECORD FROM WS-RPT-LINE
           ELSE
           IF WS-FILE-DUPLICATE = 1
               MOVE "  *** DUPLICATE TRANSMISSION - NOT POSTED ***"
                   TO WS-RPT-LINE
               WRITE REPORT-RECORD FROM WS-RPT-LINE
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF

           MOVE SPACES TO WS-RPT-LINE
           STRING "  RECORDS FROM THIS FILE ARE EXCLUDED FROM ALL "
               ADD WS-PUZZLE-COUNT TO WS-GRAND-COUNT
               IF WS-FILE-FAILED = 0
                   PERFORM WRITE-FILE-AUDIT-RECORD
                   PERFORM QUEUE-JOURNAL-POST
               END-IF
               PERFORM MARK-STATUS-DONE
               PERFORM WRITE-RUN-STATUS
               PERFORM APPEND-STATUS-HISTORY
           END-PERFORM
           .

           MOVE WS-SUM1 TO WS-GRAND-SUM1
           MOVE WS-SUM2 TO WS-GRAND-SUM2
           MOVE WS-PUZZLE-COUNT TO WS-GRAND-COUNT
           IF WS-FILE-FAILED = 0
               PERFORM QUEUE-JOURNAL-POST
           END-IF
           PERFORM MARK-STATUS-DONE
           PERFORM WRITE-RUN-STATUS
           PERFORM APPEND-STATUS-HISTORY
           .

      *> Close out the current run-control entry with the file's
           .

      *> Rewrite the whole run-control status file: a RUN= header
      *> stamping which run this is, the cycle's STEP= line when run
      *> under the night-cycle controller, then one line per input
      *> file.
       WRITE-RUN-STATUS.
           OPEN OUTPUT STATUS-FILE
           IF WS-STS-STATUS NOT = "00"
                   DELIMITED BY SIZE INTO WS-STS-LINE
           END-IF
           WRITE STATUS-RECORD FROM WS-STS-LINE
           IF WS-CYCLE-STEP-LINE NOT = SPACES
               WRITE STATUS-RECORD FROM WS-CYCLE-STEP-LINE
           END-IF
           PERFORM VARYING WS-RCT-I FROM 1 BY 1
               UNTIL WS-RCT-I > WS-RCT-COUNT
               MOVE SPACES TO WS-STS-LINE
           CLOSE STATUS-FILE
           .

      *> Append the current run-control entry's final grade to the
      *> status history. Like the status file itself, a history that
      *> cannot be written is a hard stop: a gap in it would
      *> silently flatter the source's scorecard.
       APPEND-STATUS-HISTORY.
           OPEN EXTEND STSHIST-FILE
           IF WS-STH-STATUS = "35"
               OPEN OUTPUT STSHIST-FILE
           END-IF
           IF WS-STH-STATUS NOT = "00"
               DISPLAY "CANNOT OPEN STATUS HISTORY "
                   FUNCTION TRIM(WS-STSHIST-PATH)
                   " - STATUS " WS-STH-STATUS
               PERFORM ABEND-RUN
           END-IF
           MOVE SPACES TO WS-STH-LINE
           MOVE WS-RCT-RECS(WS-RCT-IX) TO WS-DISPLAY-NUM
           MOVE WS-RCT-ELAPSED(WS-RCT-IX) TO WS-DISPLAY-NUM2
           STRING "RUN=" WS-RUN-DATE " " WS-RUN-TIME
               " SRC=" FUNCTION TRIM(WS-RCT-SRC(WS-RCT-IX))
               " STATUS=" FUNCTION TRIM(WS-RCT-STAT(WS-RCT-IX))
               " RECORDS=" FUNCTION TRIM(WS-DISPLAY-NUM)
               " ELAPSED-SECS=" FUNCTION TRIM(WS-DISPLAY-NUM2)
               DELIMITED BY SIZE INTO WS-STH-LINE
               ON OVERFLOW
                   DISPLAY "CAPACITY EXCEEDED: STATUS HISTORY LINE "
                       "TRUNCATED"
                   PERFORM ABEND-RUN
           END-STRING
           WRITE STSHIST-RECORD FROM WS-STH-LINE
           CLOSE STSHIST-FILE
           .

      *> One audit line per input file in a batch run, alongside the
      *> BATCH: summary line the end of the run appends. The
      *> per-file line's source is the file path itself - the same
           END-IF
           COMPUTE WS-AUD-ELAPSED = WS-PROF-DELTA / 100
           MOVE WS-INPUT-PATH TO WS-AUDIT-SOURCE
           IF WS-HDR-PRESENT = 1
               MOVE WS-HDR-BUS-DATE TO WS-AUD-BUSDATE
           ELSE
               MOVE SPACES TO WS-AUD-BUSDATE
           END-IF
           MOVE WS-PUZZLE-COUNT TO WS-AUD-RECS
           MOVE WS-SUM1 TO WS-AUD-P1
           MOVE WS-SUM2 TO WS-AUD-P2
      *> The original's header is recovered from disk, the shared
      *> register is consulted before posting, and a posting that
      *> goes through is registered under the original file-id +
      *> business date so next night's resend is caught. The
      *> slices were checked against the sender master for identity
      *> and status only; the agreed records band is checked here
      *> against the merged total, and the business date, which the
      *> slices leave alone, is checked here once.
           PERFORM RECOVER-ORIGINAL-HEADER
           MOVE 0 TO WS-HDR-SLICE
           MOVE 0 TO WS-FILE-SENDER-RC
           MOVE 0 TO WS-FILE-DATE-RC
           MOVE 0 TO WS-DATE-NONBUS
           MOVE 0 TO WS-DATE-STALE
           PERFORM CHECK-AUTHORIZED-SENDER
           PERFORM CHECK-BUSINESS-DATE
           PERFORM CHECK-PROCESSED-REGISTER
           IF WS-FILE-FAILED = 1
               MOVE 0 TO WS-SUM1
                   MOVE WS-SUM2 TO WS-OUT-P2
                   PERFORM WRITE-OUTPUT-ROW
               END-IF
               PERFORM QUEUE-JOURNAL-POST
           END-IF
           MOVE WS-SUM1 TO WS-GRAND-SUM1
           MOVE WS-SUM2 TO WS-GRAND-SUM2
           MOVE 0 TO WS-RPR-APPLIED
           MOVE 0 TO WS-RPR-REJECTED
           MOVE 0 TO WS-RPR-SKIPPED
           MOVE 0 TO WS-RPR-UNAPPROVED
           MOVE SPACES TO WS-RPR-MAKERS
           MOVE SPACES TO WS-RPR-CHECKERS
           MOVE 0 TO WS-RPR-ADD-P1
           MOVE 0 TO WS-RPR-ADD-P2
           MOVE SPACES TO WS-RPR-SRC
           END-PERFORM
           CLOSE CORRECTIONS-FILE

           IF WS-RPR-APPLIED = 0 AND WS-RPR-REJECTED = 0
               AND WS-RPR-UNAPPROVED > 0
               MOVE WS-RPR-UNAPPROVED TO WS-DISPLAY-NUM
               DISPLAY "NO APPROVED CORRECTIONS IN "
                   FUNCTION TRIM(WS-CORR-PATH) " - "
                   FUNCTION TRIM(WS-DISPLAY-NUM)
                   " AWAITING APPROVAL OR RETURNED TO THE DESK"
               PERFORM ABEND-RUN
           END-IF
           IF WS-RPR-APPLIED = 0 AND WS-RPR-REJECTED = 0
               DISPLAY "NO PARSEABLE CORRECTIONS IN "
                   FUNCTION TRIM(WS-CORR-PATH)
           STRING "  " FUNCTION TRIM(WS-RPT-LINE)
               "  SKIPPED: " FUNCTION TRIM(WS-DISPLAY-NUM)
               DELIMITED BY SIZE INTO WS-RPT-LINE
           MOVE WS-RPR-UNAPPROVED TO WS-DISPLAY-NUM
           STRING "  " FUNCTION TRIM(WS-RPT-LINE)
               "  NOT APPROVED: " FUNCTION TRIM(WS-DISPLAY-NUM)
               DELIMITED BY SIZE INTO WS-RPT-LINE
           WRITE REPORT-RECORD FROM WS-RPT-LINE
           IF WS-RPR-MAKERS NOT = SPACES
               MOVE SPACES TO WS-RPT-LINE
               STRING "  KEYED BY: " FUNCTION TRIM(WS-RPR-MAKERS)
                   "  APPROVED BY: " FUNCTION TRIM(WS-RPR-CHECKERS)
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               WRITE REPORT-RECORD FROM WS-RPT-LINE
           END-IF
           MOVE SPACES TO WS-RPT-LINE
           WRITE REPORT-RECORD FROM WS-RPT-LINE

               MOVE 4 TO WS-NEW-SEVERITY
               PERFORM RAISE-SEVERITY
           END-IF
           PERFORM QUEUE-JOURNAL-CORRECTION
           MOVE WS-SUM1 TO WS-GRAND-SUM1
           MOVE WS-SUM2 TO WS-GRAND-SUM2
           MOVE WS-RPR-APPLIED TO WS-GRAND-COUNT
               WRITE REPORT-RECORD FROM WS-RPT-LINE
               EXIT PARAGRAPH
           END-IF

      *> Only an approved correction posts, and only one approved
      *> by someone other than the clerk who keyed it. Waiting and
      *> returned lines are the normal contents of a live
      *> corrections file, so they are listed, not warned on; a
      *> line claiming approval without two operators is not.
           MOVE WS-MRG-LINE TO WS-CQ-WORK
           PERFORM PARSE-CORRECTION-LINE
           IF WS-CQ-OK = 0 OR WS-CQ-STATE NOT = "APPROVED"
               ADD 1 TO WS-RPR-UNAPPROVED
               MOVE SPACES TO WS-RPT-LINE
               MOVE WS-CQ-REC TO WS-DISPLAY-NUM
               EVALUATE TRUE
                   WHEN WS-CQ-OK = 1 AND WS-CQ-STATE = "PENDING"
                       STRING "  RECORD=" FUNCTION TRIM(WS-DISPLAY-NUM)
                           " NOT APPLIED - AWAITING APPROVAL (KEYED"
                           " BY " FUNCTION TRIM(WS-CQ-MAKER) ")"
                           DELIMITED BY SIZE INTO WS-RPT-LINE
                   WHEN WS-CQ-OK = 1 AND WS-CQ-STATE = "REJECTED"
                       STRING "  RECORD=" FUNCTION TRIM(WS-DISPLAY-NUM)
                           " NOT APPLIED - RETURNED TO THE DESK BY "
                           FUNCTION TRIM(WS-CQ-CHECKER)
                           DELIMITED BY SIZE INTO WS-RPT-LINE
                   WHEN OTHER
                       STRING "  NOT APPLIED - NO APPROVAL ON THE "
                           "LINE: " FUNCTION TRIM(WS-MRG-LINE(1:200))
                           DELIMITED BY SIZE INTO WS-RPT-LINE
                           ON OVERFLOW
                               CONTINUE
                       END-STRING
               END-EVALUATE
               WRITE REPORT-RECORD FROM WS-RPT-LINE
               EXIT PARAGRAPH
           END-IF
           IF WS-CQ-MAKER = SPACES OR WS-CQ-CHECKER = SPACES
               OR FUNCTION UPPER-CASE(WS-CQ-MAKER)
               = FUNCTION UPPER-CASE(WS-CQ-CHECKER)
               ADD 1 TO WS-RPR-SKIPPED
               MOVE SPACES TO WS-RPT-LINE
               MOVE WS-CQ-REC TO WS-DISPLAY-NUM
               STRING "  RECORD=" FUNCTION TRIM(WS-DISPLAY-NUM)
                   " SKIPPED - APPROVAL NEEDS A MAKER AND A "
                   "DIFFERENT CHECKER"
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               WRITE REPORT-RECORD FROM WS-RPT-LINE
               EXIT PARAGRAPH
           END-IF

           IF WS-RPR-SRC = SPACES
               MOVE WS-MRG-F1(5:256) TO WS-RPR-SRC
           ELSE
               IF WS-EXM-ENABLED = 1
                   PERFORM MARK-EXCEPTION-CORRECTED
               END-IF
               MOVE WS-RPR-MAKERS TO WS-RPR-ID-LIST
               MOVE WS-CQ-MAKER TO WS-RPR-ID
               PERFORM ADD-OPERATOR-TO-LIST
               MOVE WS-RPR-ID-LIST TO WS-RPR-MAKERS
               MOVE WS-RPR-CHECKERS TO WS-RPR-ID-LIST
               MOVE WS-CQ-CHECKER TO WS-RPR-ID
               PERFORM ADD-OPERATOR-TO-LIST
               MOVE WS-RPR-ID-LIST TO WS-RPR-CHECKERS
               STRING "  RECORD=" FUNCTION TRIM(WS-DISPLAY-NUM)
                   " COND=" FUNCTION TRIM(WS-MRG-F3)
                   " GROUPS=" FUNCTION TRIM(WS-MRG-F4)
                   " PART2=" FUNCTION TRIM(WS-DISPLAY-NUM2)
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               WRITE REPORT-RECORD FROM WS-RPT-LINE
               MOVE SPACES TO WS-RPT-LINE
               STRING "    MAKER=" FUNCTION TRIM(WS-CQ-MAKER)
                   " CHECKER=" FUNCTION TRIM(WS-CQ-CHECKER)
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               WRITE REPORT-RECORD FROM WS-RPT-LINE
           END-IF
           .

      *> Add WS-RPR-ID to the comma-separated WS-RPR-ID-LIST unless
      *> it is already there.
       ADD-OPERATOR-TO-LIST.
           MOVE SPACES TO WS-RPR-ID-WORK
           STRING "," FUNCTION TRIM(WS-RPR-ID-LIST) ","
               DELIMITED BY SIZE INTO WS-RPR-ID-WORK
           MOVE SPACES TO WS-RPR-ID-KEY
           STRING "," FUNCTION TRIM(WS-RPR-ID) ","
               DELIMITED BY SIZE INTO WS-RPR-ID-KEY
           MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-RPR-ID-KEY))
               TO WS-RPR-ID-LEN
           MOVE 0 TO WS-RPR-ID-HITS
           INSPECT WS-RPR-ID-WORK TALLYING WS-RPR-ID-HITS
               FOR ALL WS-RPR-ID-KEY(1:WS-RPR-ID-LEN)
           IF WS-RPR-ID-HITS > 0
               EXIT PARAGRAPH
           END-IF
           IF WS-RPR-ID-LIST = SPACES
               MOVE WS-RPR-ID TO WS-RPR-ID-LIST
               EXIT PARAGRAPH
           END-IF
           STRING FUNCTION TRIM(WS-RPR-ID-LIST) ","
               FUNCTION TRIM(WS-RPR-ID)
               DELIMITED BY SIZE INTO WS-RPR-ID-LIST
               ON OVERFLOW
                   DISPLAY "CAPACITY EXCEEDED: OPERATOR LIST "
                       "TRUNCATED"
                   PERFORM ABEND-RUN
           END-STRING
           .

      *> The amendment is relative to the original run's published

           MOVE SPACES TO WS-RPT-LINE
           WRITE REPORT-RECORD FROM WS-RPT-LINE
           PERFORM WRITE-PARAMETER-ECHO
           .

      *> Per-file subtotal line: input source, record count, and this
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               WRITE REPORT-RECORD FROM WS-RPT-LINE
           END-IF
           IF WS-DATE-NONBUS = 1
               MOVE SPACES TO WS-RPT-LINE
               STRING "  *** BUSINESS DATE WARNING - NOT A BUSINESS "
                   "DAY ***" DELIMITED BY SIZE INTO WS-RPT-LINE
               WRITE REPORT-RECORD FROM WS-RPT-LINE
           END-IF
           IF WS-DATE-STALE = 1
               MOVE SPACES TO WS-RPT-LINE
               MOVE WS-BUSDATE-MAX-AGE TO WS-DISPLAY-NUM
               STRING "  *** BUSINESS DATE WARNING - OLDER THAN "
                   FUNCTION TRIM(WS-DISPLAY-NUM)
                   " BUSINESS DAYS ***"
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               WRITE REPORT-RECORD FROM WS-RPT-LINE
           END-IF

           MOVE SPACES TO WS-RPT-LINE
           MOVE WS-PUZZLE-COUNT TO WS-DISPLAY-NUM
           END-IF
           WRITE REPORT-RECORD FROM WS-RPT-LINE

           IF WS-HDR-DELTA = 1
               PERFORM WRITE-DELTA-SUMMARY
           END-IF

           IF WS-PUZZLE-COUNT > 0 AND WS-DETAIL-SUPPRESSED = 0
               AND WS-HDR-DELTA = 0
               PERFORM WRITE-TOP-RUNNERS
           END-IF

                   END-IF

                   MOVE SPACES TO WS-DTL-LINE
                   MOVE WS-PZ-REC-NO(WS-PI) TO WS-DISPLAY-NUM
                   STRING "SRC=" FUNCTION TRIM(WS-INPUT-PATH)
                       " RECORD=" FUNCTION TRIM(WS-DISPLAY-NUM)
                       " COND=" FUNCTION TRIM(WS-DTL-COND)
               UNTIL WS-PI > WS-PUZZLE-COUNT
               IF WS-PZ-VALID(WS-PI) = 1
                   MOVE SPACES TO WS-PRF-LINE
                   MOVE WS-PZ-REC-NO(WS-PI) TO WS-DISPLAY-NUM
                   MOVE WS-PZ-ELAPSED(WS-PI) TO WS-DISPLAY-NUM2
                   STRING "SRC=" FUNCTION TRIM(WS-INPUT-PATH)
                       " RECORD=" FUNCTION TRIM(WS-DISPLAY-NUM)
           WRITE OUTPUT-RECORD FROM WS-OUT-LINE
           .

      *> Pull operator-tunable settings from the control cards or the
      *> environment, falling back to the long-standing defaults when
      *> neither sets them. See GET-PARAMETER.
       INIT-PARAMETERS.
           MOVE "PARM_FILE" TO WS-PRM-NAME
           PERFORM GET-PARAMETER
           IF WS-ENV-VALUE NOT = SPACES
               MOVE WS-ENV-VALUE TO WS-PARM-PATH
               PERFORM LOAD-PARAMETER-CARDS
           END-IF

           MOVE "INPUT_FILE" TO WS-PRM-NAME
           PERFORM GET-PARAMETER
           IF WS-ENV-VALUE NOT = SPACES
               MOVE WS-ENV-VALUE TO WS-INPUT-PATH
           END-IF

           MOVE "CHECKPOINT_FILE" TO WS-PRM-NAME
           PERFORM GET-PARAMETER
           IF WS-ENV-VALUE NOT = SPACES
               MOVE WS-ENV-VALUE TO WS-CHECKPOINT-PATH
           END-IF

           MOVE "CHECKPOINT_INTERVAL" TO WS-PRM-NAME
           PERFORM GET-PARAMETER
           MOVE 4 TO WS-PRM-DIGITS
           PERFORM CHECK-NUMERIC-PARAMETER
           IF WS-ENV-VALUE NOT = SPACES
               MOVE FUNCTION NUMVAL(FUNCTION TRIM(WS-ENV-VALUE))
                   TO WS-CHECKPOINT-INTERVAL
           END-IF

           MOVE "RESTART_FROM" TO WS-PRM-NAME
           PERFORM GET-PARAMETER
           MOVE 4 TO WS-PRM-DIGITS
           PERFORM CHECK-NUMERIC-PARAMETER
           IF WS-ENV-VALUE NOT = SPACES
               MOVE FUNCTION NUMVAL(FUNCTION TRIM(WS-ENV-VALUE))
                   TO WS-RESTART-FROM
           END-IF

           MOVE "REPORT_FILE" TO WS-PRM-NAME
           PERFORM GET-PARAMETER
           IF WS-ENV-VALUE NOT = SPACES
               MOVE WS-ENV-VALUE TO WS-REPORT-PATH
           END-IF

           MOVE "EXCEPTION_FILE" TO WS-PRM-NAME
           PERFORM GET-PARAMETER
           IF WS-ENV-VALUE NOT = SPACES
               MOVE WS-ENV-VALUE TO WS-EXCEPTION-PATH
           END-IF

           MOVE "CONTROL_FILE" TO WS-PRM-NAME
           PERFORM GET-PARAMETER
           IF WS-ENV-VALUE NOT = SPACES
               MOVE WS-ENV-VALUE TO WS-CONTROL-PATH
               MOVE 1 TO WS-IS-BATCH
               END-IF
           END-IF

           MOVE "AUDIT_FILE" TO WS-PRM-NAME
           PERFORM GET-PARAMETER
           IF WS-ENV-VALUE NOT = SPACES
               MOVE WS-ENV-VALUE TO WS-AUDIT-PATH
           END-IF

           MOVE "UNFOLD_FACTOR" TO WS-PRM-NAME
           PERFORM GET-PARAMETER
           MOVE 4 TO WS-PRM-DIGITS
           PERFORM CHECK-NUMERIC-PARAMETER
           IF WS-ENV-VALUE NOT = SPACES
               MOVE FUNCTION NUMVAL(FUNCTION TRIM(WS-ENV-VALUE))
                   TO WS-UNFOLD-FACTOR
           END-IF

           MOVE "DETAIL_FILE" TO WS-PRM-NAME
           PERFORM GET-PARAMETER
           IF WS-ENV-VALUE NOT = SPACES
               MOVE WS-ENV-VALUE TO WS-DETAIL-PATH
           END-IF

           MOVE "RUN_MODE" TO WS-PRM-NAME
           PERFORM GET-PARAMETER
           IF WS-ENV-VALUE NOT = SPACES
               MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-ENV-VALUE))
                   TO WS-RUN-MODE
                   AND WS-RUN-MODE NOT = "SWEEP"
                   AND WS-RUN-MODE NOT = "MATRIX"
                   AND WS-RUN-MODE NOT = "CORRENTRY"
                   AND WS-RUN-MODE NOT = "CORRAPPROVE"
                   DISPLAY "UNKNOWN RUN_MODE "
                       FUNCTION TRIM(WS-RUN-MODE)
                       " - EXPECTED SPLIT, MERGE, INQUIRY, "
                       "VERIFY, REPROCESS, SWEEP, MATRIX, "
                       "CORRENTRY, OR CORRAPPROVE"
                   ADD 1 TO WS-PRM-ERRORS
               END-IF
           END-IF

           MOVE "CORRECTIONS_FILE" TO WS-PRM-NAME
           PERFORM GET-PARAMETER
           IF WS-ENV-VALUE NOT = SPACES
               MOVE WS-ENV-VALUE TO WS-CORR-PATH
           END-IF

      *> The operator keying or approving corrections: one word,
      *> no commas or equals signs - it is written into the
      *> corrections file, audit trail and exception master as a
      *> token. Held in upper case, so the checker-is-not-the-maker
      *> rule cannot be got round by keying the id in another case.
           MOVE "OPERATOR_ID" TO WS-PRM-NAME
           PERFORM GET-PARAMETER
           IF WS-ENV-VALUE NOT = SPACES
               MOVE SPACES TO WS-CQ-F5
               MOVE SPACES TO WS-CQ-F6
               UNSTRING FUNCTION TRIM(WS-ENV-VALUE)
                   DELIMITED BY ALL " "
                   INTO WS-CQ-F5 WS-CQ-F6
               END-UNSTRING
               MOVE 0 TO WS-CQ-I
               INSPECT WS-CQ-F5 TALLYING WS-CQ-I FOR ALL ","
                   ALL "="
               IF WS-CQ-F6 NOT = SPACES OR WS-CQ-I > 0
                   OR WS-CQ-F5(21:20) NOT = SPACES
                   DISPLAY "OPERATOR_ID MUST BE ONE WORD OF UP TO "
                       "20 CHARACTERS, WITHOUT COMMAS OR EQUALS "
                       "SIGNS"
                   ADD 1 TO WS-PRM-ERRORS
               END-IF
               MOVE FUNCTION UPPER-CASE(WS-CQ-F5(1:20))
                   TO WS-OPERATOR-ID
           END-IF

           MOVE "ORIG_EXCEPTIONS" TO WS-PRM-NAME
           PERFORM GET-PARAMETER
           IF WS-ENV-VALUE NOT = SPACES
               MOVE WS-ENV-VALUE TO WS-ORIG-EXC-PATH
           END-IF

           MOVE "VERIFY_MAX_LEN" TO WS-PRM-NAME
           PERFORM GET-PARAMETER
           MOVE 4 TO WS-PRM-DIGITS
           PERFORM CHECK-NUMERIC-PARAMETER
           IF WS-ENV-VALUE NOT = SPACES
               MOVE FUNCTION NUMVAL(FUNCTION TRIM(WS-ENV-VALUE))
                   TO WS-VFY-MAX-LEN
               END-IF
           END-IF

           MOVE "INQUIRY_COND" TO WS-PRM-NAME
           PERFORM GET-PARAMETER
           IF WS-ENV-VALUE NOT = SPACES
               MOVE WS-ENV-VALUE TO WS-INQ-COND
           END-IF

           MOVE "INQUIRY_GROUPS" TO WS-PRM-NAME
           PERFORM GET-PARAMETER
           IF WS-ENV-VALUE NOT = SPACES
               MOVE WS-ENV-VALUE TO WS-INQ-GROUPS
           END-IF

           MOVE "SPLIT_COUNT" TO WS-PRM-NAME
           PERFORM GET-PARAMETER
           MOVE 2 TO WS-PRM-DIGITS
           PERFORM CHECK-NUMERIC-PARAMETER
           IF WS-ENV-VALUE NOT = SPACES
               MOVE FUNCTION NUMVAL(FUNCTION TRIM(WS-ENV-VALUE))
                   TO WS-SPLIT-COUNT
           IF WS-RUN-MODE = "SPLIT"
               AND (WS-SPLIT-COUNT < 2 OR WS-SPLIT-COUNT > 50)
               DISPLAY "SPLIT_COUNT MUST BE 2 THROUGH 50"
               ADD 1 TO WS-PRM-ERRORS
           END-IF

           MOVE "SPLIT_PROFILE" TO WS-PRM-NAME
           PERFORM GET-PARAMETER
           IF WS-ENV-VALUE NOT = SPACES
               MOVE WS-ENV-VALUE TO WS-SPLIT-PROFILE-PATH
           END-IF

           MOVE "SPLIT_CONTROL" TO WS-PRM-NAME
           PERFORM GET-PARAMETER
           IF WS-ENV-VALUE NOT = SPACES
               MOVE WS-ENV-VALUE TO WS-SLICE-CTL-PATH
           END-IF

           MOVE "MERGE_CONTROL" TO WS-PRM-NAME
           PERFORM GET-PARAMETER
           IF WS-ENV-VALUE NOT = SPACES
               MOVE WS-ENV-VALUE TO WS-SLICE-CTL-PATH
           END-IF

           MOVE "PROFILE_FILE" TO WS-PRM-NAME
           PERFORM GET-PARAMETER
           IF WS-ENV-VALUE NOT = SPACES
               MOVE WS-ENV-VALUE TO WS-PROFILE-PATH
           END-IF

           MOVE "EXC_TOLERANCE_COUNT" TO WS-PRM-NAME
           PERFORM GET-PARAMETER
           MOVE 4 TO WS-PRM-DIGITS
           PERFORM CHECK-NUMERIC-PARAMETER
           IF WS-ENV-VALUE NOT = SPACES
               MOVE FUNCTION NUMVAL(FUNCTION TRIM(WS-ENV-VALUE))
                   TO WS-TOL-COUNT
               MOVE 1 TO WS-TOL-COUNT-SET
           END-IF

           MOVE "EXC_TOLERANCE_PCT" TO WS-PRM-NAME
           PERFORM GET-PARAMETER
           MOVE 3 TO WS-PRM-DIGITS
           PERFORM CHECK-NUMERIC-PARAMETER
           IF WS-ENV-VALUE NOT = SPACES
               MOVE FUNCTION NUMVAL(FUNCTION TRIM(WS-ENV-VALUE))
                   TO WS-TOL-PCT
               MOVE 1 TO WS-TOL-PCT-SET
           END-IF

           MOVE "RESULTS_MASTER" TO WS-PRM-NAME
           PERFORM GET-PARAMETER
           IF WS-ENV-VALUE NOT = SPACES
               MOVE WS-ENV-VALUE TO WS-MASTER-PATH
           END-IF

           MOVE "RESULTS_MASTER_MODE" TO WS-PRM-NAME
           PERFORM GET-PARAMETER
           IF WS-ENV-VALUE NOT = SPACES
               MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-ENV-VALUE))
                   TO WS-MASTER-MODE
                   DISPLAY "UNKNOWN RESULTS_MASTER_MODE "
                       FUNCTION TRIM(WS-MASTER-MODE)
                       " - EXPECTED PURGE OR REBUILD"
                   ADD 1 TO WS-PRM-ERRORS
               END-IF
               IF WS-MASTER-PATH = SPACES
                   DISPLAY "RESULTS_MASTER_MODE SET BUT "
                       "RESULTS_MASTER NAMES NO FILE"
                   ADD 1 TO WS-PRM-ERRORS
               END-IF
           END-IF

           MOVE "OUTPUT_FORMAT" TO WS-PRM-NAME
           PERFORM GET-PARAMETER
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-ENV-VALUE))
               TO WS-OUTPUT-FORMAT
           IF WS-OUTPUT-FORMAT = "CSV" OR WS-OUTPUT-FORMAT = "JSON"
               MOVE 1 TO WS-OUT-ENABLED
           END-IF

           MOVE "OUTPUT_FILE" TO WS-PRM-NAME
           PERFORM GET-PARAMETER
           IF WS-ENV-VALUE NOT = SPACES
               MOVE WS-ENV-VALUE TO WS-OUTPUT-PATH
           END-IF

           MOVE "PROCESSED_REGISTER" TO WS-PRM-NAME
           PERFORM GET-PARAMETER
           IF WS-ENV-VALUE NOT = SPACES
               MOVE WS-ENV-VALUE TO WS-REGISTER-PATH
           END-IF

           MOVE "SENDER_MASTER" TO WS-PRM-NAME
           PERFORM GET-PARAMETER
           IF WS-ENV-VALUE NOT = SPACES
               MOVE WS-ENV-VALUE TO WS-SENDER-PATH
           END-IF

           MOVE "CALENDAR_FILE" TO WS-PRM-NAME
           PERFORM GET-PARAMETER
           IF WS-ENV-VALUE NOT = SPACES
               MOVE WS-ENV-VALUE TO WS-CALENDAR-PATH
           END-IF

           MOVE "BUSDATE_MAX_AGE" TO WS-PRM-NAME
           PERFORM GET-PARAMETER
           MOVE 3 TO WS-PRM-DIGITS
           PERFORM CHECK-NUMERIC-PARAMETER
           IF WS-ENV-VALUE NOT = SPACES
               MOVE FUNCTION NUMVAL(FUNCTION TRIM(WS-ENV-VALUE))
                   TO WS-BUSDATE-MAX-AGE
               MOVE 1 TO WS-BUSDATE-AGE-SET
           END-IF

           MOVE "POPULATION_MASTER" TO WS-PRM-NAME
           PERFORM GET-PARAMETER
           IF WS-ENV-VALUE NOT = SPACES
               MOVE WS-ENV-VALUE TO WS-POP-PATH
           END-IF

           MOVE "POSTING_JOURNAL" TO WS-PRM-NAME
           PERFORM GET-PARAMETER
           IF WS-ENV-VALUE NOT = SPACES
               MOVE WS-ENV-VALUE TO WS-JNL-PATH
           END-IF

           MOVE "LEDGER_ACK" TO WS-PRM-NAME
           PERFORM GET-PARAMETER
           IF WS-ENV-VALUE NOT = SPACES
               MOVE WS-ENV-VALUE TO WS-ACK-PATH
           END-IF

           MOVE "STATUS_FILE" TO WS-PRM-NAME
           PERFORM GET-PARAMETER
           IF WS-ENV-VALUE NOT = SPACES
               MOVE WS-ENV-VALUE TO WS-STATUS-PATH
           END-IF

           MOVE "STATUS_HISTORY" TO WS-PRM-NAME
           PERFORM GET-PARAMETER
           IF WS-ENV-VALUE NOT = SPACES
               MOVE WS-ENV-VALUE TO WS-STSHIST-PATH
           END-IF

           MOVE "CYCLE_STEP" TO WS-PRM-NAME
           PERFORM GET-PARAMETER
           IF WS-ENV-VALUE(1:5) = "STEP="
               MOVE WS-ENV-VALUE TO WS-CYCLE-STEP-LINE
           END-IF

           MOVE "DUP_OVERRIDE" TO WS-PRM-NAME
           PERFORM GET-PARAMETER
           IF FUNCTION UPPER-CASE(FUNCTION TRIM(WS-ENV-VALUE)) = "Y"
               MOVE 1 TO WS-DUP-OVERRIDE
           END-IF

           MOVE "RETRANS_FILE" TO WS-PRM-NAME
           PERFORM GET-PARAMETER
           IF WS-ENV-VALUE NOT = SPACES
               MOVE WS-ENV-VALUE TO WS-RETRANS-PATH
           END-IF

           MOVE "MATRIX_MAX_FACTOR" TO WS-PRM-NAME
           PERFORM GET-PARAMETER
           MOVE 2 TO WS-PRM-DIGITS
           PERFORM CHECK-NUMERIC-PARAMETER
           IF WS-ENV-VALUE NOT = SPACES
               MOVE FUNCTION NUMVAL(FUNCTION TRIM(WS-ENV-VALUE))
                   TO WS-MATRIX-MAX-FACTOR
               AND (WS-MATRIX-MAX-FACTOR < 1
                   OR WS-MATRIX-MAX-FACTOR > 10)
               DISPLAY "MATRIX_MAX_FACTOR MUST BE 1 THROUGH 10"
               ADD 1 TO WS-PRM-ERRORS
           END-IF

           MOVE "MATRIX_FILE" TO WS-PRM-NAME
           PERFORM GET-PARAMETER
           IF WS-ENV-VALUE NOT = SPACES
               MOVE WS-ENV-VALUE TO WS-MATRIX-PATH
           END-IF

           MOVE "EXCEPTION_MASTER" TO WS-PRM-NAME
           PERFORM GET-PARAMETER
           IF WS-ENV-VALUE NOT = SPACES
               MOVE WS-ENV-VALUE TO WS-EXM-PATH
           END-IF

           MOVE "ARCHIVE_DIR" TO WS-PRM-NAME
           PERFORM GET-PARAMETER
           IF WS-ENV-VALUE NOT = SPACES
               MOVE WS-ENV-VALUE TO WS-ARCHIVE-DIR
           END-IF

           MOVE "ARCHIVE_CATALOG" TO WS-PRM-NAME
           PERFORM GET-PARAMETER
           IF WS-ENV-VALUE NOT = SPACES
               MOVE WS-ENV-VALUE TO WS-ARCHIVE-CATALOG
           END-IF
               END-STRING
           END-IF

           MOVE "ARCHIVE_RETAIN_DAYS" TO WS-PRM-NAME
           PERFORM GET-PARAMETER
           MOVE 4 TO WS-PRM-DIGITS
           PERFORM CHECK-NUMERIC-PARAMETER
           IF WS-ENV-VALUE NOT = SPACES
               MOVE FUNCTION NUMVAL(FUNCTION TRIM(WS-ENV-VALUE))
                   TO WS-RETAIN-DAYS
               MOVE 1 TO WS-RETAIN-SET
           END-IF

           MOVE "CATALOG_SRC" TO WS-PRM-NAME
           PERFORM GET-PARAMETER
           IF WS-ENV-VALUE NOT = SPACES
               MOVE WS-ENV-VALUE TO WS-CATALOG-SRC
           END-IF

      *> Nothing is opened until every card and setting has been
      *> checked; a bad night's parameters are listed in full, with
      *> the echo of what was read, and the run goes no further.
           PERFORM CHECK-UNUSED-CARDS
           PERFORM VALIDATE-PARAMETER-COMBINATIONS
           IF WS-PRM-ERRORS > 0
               PERFORM CAPTURE-EFFECTIVE-VALUES
               PERFORM DISPLAY-PARAMETER-ECHO
               MOVE WS-PRM-ERRORS TO WS-DISPLAY-NUM
               DISPLAY FUNCTION TRIM(WS-DISPLAY-NUM)
                   " PARAMETER ERROR(S) - RUN NOT STARTED"
               PERFORM ABEND-RUN
           END-IF

           IF WS-ARCHIVE-DIR NOT = SPACES
               AND WS-RUN-MODE NOT = "SWEEP"
               PERFORM SET-ARCHIVE-PATHS
           END-IF
           PERFORM CAPTURE-EFFECTIVE-VALUES
           .

      *> Read one parameter into WS-ENV-VALUE: the control card of
      *> that keyword if there is one, else the environment variable
      *> of the same name. DISPLAY UPON ENVIRONMENT-NAME / ACCEPT
      *> FROM ENVIRONMENT-VALUE is the GnuCOBOL idiom for reading
      *> environment variables. Where the value came from is noted
      *> for the echo page, and a card that shadows a set variable
      *> is flagged there so the operator sees both were given.
       GET-PARAMETER.
           MOVE SPACES TO WS-ENV-VALUE
           DISPLAY WS-PRM-NAME UPON ENVIRONMENT-NAME
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT-VALUE
           IF WS-PE-COUNT >= WS-PE-MAX
               MOVE WS-PE-MAX TO WS-DISPLAY-NUM
               DISPLAY "CAPACITY EXCEEDED: PARAMETER ECHO EXCEEDS "
                   FUNCTION TRIM(WS-DISPLAY-NUM) " PARAMETERS"
               PERFORM ABEND-RUN
           END-IF
           ADD 1 TO WS-PE-COUNT
           MOVE WS-PRM-NAME TO WS-PE-NAME(WS-PE-COUNT)
           MOVE SPACES TO WS-PE-VALUE(WS-PE-COUNT)
           MOVE 0 TO WS-PE-ENV-IGNORED(WS-PE-COUNT)
           MOVE 0 TO WS-PE-REJECTED(WS-PE-COUNT)
           IF WS-ENV-VALUE = SPACES
               MOVE "DEFAULT" TO WS-PE-SOURCE(WS-PE-COUNT)
           ELSE
               MOVE "ENV" TO WS-PE-SOURCE(WS-PE-COUNT)
           END-IF
           PERFORM VARYING WS-PC-I FROM 1 BY 1
               UNTIL WS-PC-I > WS-PC-COUNT
               IF WS-PC-KEY(WS-PC-I) = WS-PRM-NAME
                   IF WS-ENV-VALUE NOT = SPACES
                       MOVE 1 TO WS-PE-ENV-IGNORED(WS-PE-COUNT)
                   END-IF
                   MOVE WS-PC-VALUE(WS-PC-I) TO WS-ENV-VALUE
                   MOVE 1 TO WS-PC-USED(WS-PC-I)
                   MOVE "CARD" TO WS-PE-SOURCE(WS-PE-COUNT)
                   EXIT PERFORM
               END-IF
           END-PERFORM
           .

      *> A numeric setting must be a whole number that fits its
      *> field (WS-PRM-DIGITS digits). Anything else is counted as
      *> a parameter error and dropped; the echo shows the value
      *> as given - the run will not start regardless.
       CHECK-NUMERIC-PARAMETER.
           IF WS-ENV-VALUE = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION TRIM(WS-ENV-VALUE) TO WS-PRM-WORK
           MOVE 0 TO WS-PRM-LEN
           INSPECT WS-PRM-WORK TALLYING WS-PRM-LEN
               FOR CHARACTERS BEFORE INITIAL " "
           IF WS-PRM-LEN > WS-PRM-DIGITS
               OR WS-PRM-WORK(WS-PRM-LEN + 1:) NOT = SPACES
               OR WS-PRM-WORK(1:WS-PRM-LEN) IS NOT NUMERIC
               DISPLAY "PARAMETER ERROR: "
                   FUNCTION TRIM(WS-PRM-NAME) "="
                   FUNCTION TRIM(WS-ENV-VALUE)
                   " (" FUNCTION TRIM(WS-PE-SOURCE(WS-PE-COUNT))
                   ") IS NOT A WHOLE NUMBER OF UP TO "
                   WS-PRM-DIGITS " DIGITS"
               ADD 1 TO WS-PRM-ERRORS
               MOVE 1 TO WS-PE-REJECTED(WS-PE-COUNT)
               MOVE WS-ENV-VALUE TO WS-PE-VALUE(WS-PE-COUNT)
               MOVE SPACES TO WS-ENV-VALUE
           END-IF
           .

      *> Load the control-card file named by PARM_FILE. One card per
      *> line, KEYWORD=value; blank lines and cards starting * or #
      *> are comments. Keywords are matched in upper case. A card
      *> that cannot be read as a setting, or a keyword given twice,
      *> is a parameter error - the second card is not silently
      *> taken over the first.
       LOAD-PARAMETER-CARDS.
           OPEN INPUT PARM-FILE
           IF WS-PRM-STATUS NOT = "00"
               DISPLAY "CANNOT OPEN PARAMETER CARD FILE "
                   FUNCTION TRIM(WS-PARM-PATH)
                   " - STATUS " WS-PRM-STATUS
               PERFORM ABEND-RUN
           END-IF
           MOVE 0 TO WS-PC-COUNT
           MOVE 0 TO WS-PRM-CARD-NO
           READ PARM-FILE INTO WS-PRM-LINE
           PERFORM UNTIL WS-PRM-STATUS NOT = "00"
               ADD 1 TO WS-PRM-CARD-NO
               MOVE FUNCTION TRIM(WS-PRM-LINE) TO WS-PRM-WORK
               IF WS-PRM-WORK NOT = SPACES
                   AND WS-PRM-WORK(1:1) NOT = "*"
                   AND WS-PRM-WORK(1:1) NOT = "#"
                   PERFORM STORE-PARAMETER-CARD
               END-IF
               READ PARM-FILE INTO WS-PRM-LINE
           END-PERFORM
           CLOSE PARM-FILE
           .

       STORE-PARAMETER-CARD.
           MOVE WS-PRM-CARD-NO TO WS-DISPLAY-NUM
           MOVE 0 TO WS-PRM-EQ-AT
           INSPECT WS-PRM-WORK TALLYING WS-PRM-EQ-AT
               FOR CHARACTERS BEFORE INITIAL "="
           IF WS-PRM-EQ-AT >= FUNCTION LENGTH(WS-PRM-WORK)
               OR WS-PRM-EQ-AT = 0
               DISPLAY "PARAMETER ERROR: CARD "
                   FUNCTION TRIM(WS-DISPLAY-NUM)
                   " IS NOT KEYWORD=VALUE: "
                   FUNCTION TRIM(WS-PRM-WORK)
               ADD 1 TO WS-PRM-ERRORS
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION UPPER-CASE(
               FUNCTION TRIM(WS-PRM-WORK(1:WS-PRM-EQ-AT)))
               TO WS-PRM-KEY
           IF WS-PRM-KEY(31:10) NOT = SPACES
               DISPLAY "PARAMETER ERROR: CARD "
                   FUNCTION TRIM(WS-DISPLAY-NUM)
                   " KEYWORD TOO LONG: " FUNCTION TRIM(WS-PRM-KEY)
               ADD 1 TO WS-PRM-ERRORS
               EXIT PARAGRAPH
           END-IF
           IF WS-PRM-EQ-AT + 1 >= FUNCTION LENGTH(WS-PRM-WORK)
               OR WS-PRM-WORK(WS-PRM-EQ-AT + 2:) = SPACES
               DISPLAY "PARAMETER ERROR: CARD "
                   FUNCTION TRIM(WS-DISPLAY-NUM) " "
                   FUNCTION TRIM(WS-PRM-KEY) " HAS NO VALUE"
               ADD 1 TO WS-PRM-ERRORS
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION LENGTH(FUNCTION TRIM(
               WS-PRM-WORK(WS-PRM-EQ-AT + 2:)))
               > FUNCTION LENGTH(WS-ENV-VALUE)
               DISPLAY "PARAMETER ERROR: CARD "
                   FUNCTION TRIM(WS-DISPLAY-NUM) " "
                   FUNCTION TRIM(WS-PRM-KEY) " VALUE TOO LONG"
               ADD 1 TO WS-PRM-ERRORS
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-PC-I FROM 1 BY 1
               UNTIL WS-PC-I > WS-PC-COUNT
               IF WS-PC-KEY(WS-PC-I) = WS-PRM-KEY
                   MOVE WS-PC-CARD-NO(WS-PC-I) TO WS-DISPLAY-NUM2
                   DISPLAY "PARAMETER ERROR: CARD "
                       FUNCTION TRIM(WS-DISPLAY-NUM) " REPEATS "
                       FUNCTION TRIM(WS-PRM-KEY) " (FIRST ON CARD "
                       FUNCTION TRIM(WS-DISPLAY-NUM2) ")"
                   ADD 1 TO WS-PRM-ERRORS
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM
           IF WS-PC-COUNT >= WS-PC-MAX
               MOVE WS-PC-MAX TO WS-DISPLAY-NUM
               DISPLAY "CAPACITY EXCEEDED: PARAMETER CARD FILE "
                   "EXCEEDS " FUNCTION TRIM(WS-DISPLAY-NUM) " CARDS"
               PERFORM ABEND-RUN
           END-IF
           ADD 1 TO WS-PC-COUNT
           MOVE WS-PRM-KEY TO WS-PC-KEY(WS-PC-COUNT)
           MOVE FUNCTION TRIM(WS-PRM-WORK(WS-PRM-EQ-AT + 2:))
               TO WS-PC-VALUE(WS-PC-COUNT)
           MOVE WS-PRM-CARD-NO TO WS-PC-CARD-NO(WS-PC-COUNT)
           MOVE 0 TO WS-PC-USED(WS-PC-COUNT)
           .

      *> Every parameter has been read by now, so a card nobody
      *> asked for is a keyword this program does not know - most
      *> often a misspelling that would otherwise leave the default
      *> quietly in force.
       CHECK-UNUSED-CARDS.
           PERFORM VARYING WS-PC-I FROM 1 BY 1
               UNTIL WS-PC-I > WS-PC-COUNT
               IF WS-PC-USED(WS-PC-I) = 0
                   MOVE WS-PC-CARD-NO(WS-PC-I) TO WS-DISPLAY-NUM
                   DISPLAY "PARAMETER ERROR: CARD "
                       FUNCTION TRIM(WS-DISPLAY-NUM)
                       " - UNKNOWN KEYWORD "
                       FUNCTION TRIM(WS-PC-KEY(WS-PC-I))
                   ADD 1 TO WS-PRM-ERRORS
               END-IF
           END-PERFORM
           .

      *> The parameters each run mode cannot do without, and the
      *> combinations known to post a night twice or to file a
      *> planning run as a night of record. The mode paragraphs
      *> keep their own checks; these catch the same faults before
      *> the report and extracts are opened and truncated.
       VALIDATE-PARAMETER-COMBINATIONS.
           IF (WS-RUN-MODE = "REPROCESS" OR WS-RUN-MODE = "CORRENTRY"
               OR WS-RUN-MODE = "CORRAPPROVE")
               IF WS-CORR-PATH = SPACES
                   DISPLAY "PARAMETER ERROR: RUN_MODE="
                       FUNCTION TRIM(WS-RUN-MODE)
                       " REQUIRES CORRECTIONS_FILE"
                   ADD 1 TO WS-PRM-ERRORS
               END-IF
               IF WS-ORIG-EXC-PATH = SPACES
                   AND (WS-ARCHIVE-CATALOG = SPACES
                       OR WS-CATALOG-SRC = SPACES)
                   DISPLAY "PARAMETER ERROR: RUN_MODE="
                       FUNCTION TRIM(WS-RUN-MODE)
                       " REQUIRES ORIG_EXCEPTIONS (OR "
                       "ARCHIVE_CATALOG AND CATALOG_SRC)"
                   ADD 1 TO WS-PRM-ERRORS
               END-IF
           END-IF
           IF (WS-RUN-MODE = "CORRENTRY"
               OR WS-RUN-MODE = "CORRAPPROVE")
               AND WS-OPERATOR-ID = SPACES
               DISPLAY "PARAMETER ERROR: RUN_MODE="
                   FUNCTION TRIM(WS-RUN-MODE)
                   " REQUIRES OPERATOR_ID"
               ADD 1 TO WS-PRM-ERRORS
           END-IF
           IF WS-RUN-MODE = "SWEEP"
               IF WS-ARCHIVE-CATALOG = SPACES
                   DISPLAY "PARAMETER ERROR: RUN_MODE=SWEEP REQUIRES "
                       "ARCHIVE_DIR OR ARCHIVE_CATALOG"
                   ADD 1 TO WS-PRM-ERRORS
               END-IF
               IF WS-RETAIN-SET = 0
                   DISPLAY "PARAMETER ERROR: RUN_MODE=SWEEP REQUIRES "
                       "ARCHIVE_RETAIN_DAYS"
                   ADD 1 TO WS-PRM-ERRORS
               END-IF
           END-IF
           IF WS-RUN-MODE = "MERGE" AND WS-SLICE-CTL-PATH = SPACES
               DISPLAY "PARAMETER ERROR: RUN_MODE=MERGE REQUIRES "
                   "MERGE_CONTROL"
               ADD 1 TO WS-PRM-ERRORS
           END-IF
           IF (WS-RUN-MODE = "SPLIT" OR WS-RUN-MODE = "INQUIRY")
               AND WS-INPUT-PATH = "/dev/stdin"
               DISPLAY "PARAMETER ERROR: RUN_MODE="
                   FUNCTION TRIM(WS-RUN-MODE)
                   " REQUIRES INPUT_FILE"
               ADD 1 TO WS-PRM-ERRORS
           END-IF
           IF WS-RUN-MODE = "MATRIX" AND WS-ARCHIVE-DIR NOT = SPACES
               DISPLAY "PARAMETER ERROR: RUN_MODE=MATRIX WITH "
                   "ARCHIVE_DIR SET - A PLANNING RUN MUST NOT BE "
                   "CATALOGUED AS A NIGHT'S RUN"
               ADD 1 TO WS-PRM-ERRORS
           END-IF
      *> A slice job (scoring one <input>.sNN file) must keep its
      *> audit line and register to itself and post nothing: the
      *> merge is the posting of record. Against the shared files
      *> the night would be counted once per slice and again at the
      *> merge.
           IF WS-RUN-MODE = SPACES AND WS-IS-BATCH = 0
               MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-INPUT-PATH))
                   TO WS-PRM-LEN
               IF WS-PRM-LEN > 4
                   AND WS-INPUT-PATH(WS-PRM-LEN - 3:2) = ".s"
                   AND WS-INPUT-PATH(WS-PRM-LEN - 1:2) IS NUMERIC
                   IF WS-AUDIT-PATH(1:WS-PRM-LEN)
                       NOT = WS-INPUT-PATH(1:WS-PRM-LEN)
                       DISPLAY "PARAMETER ERROR: SLICE JOB "
                           FUNCTION TRIM(WS-INPUT-PATH)
                           " MUST KEEP ITS OWN AUDIT_FILE ("
                           FUNCTION TRIM(WS-INPUT-PATH)
                           ".audit), NOT "
                           FUNCTION TRIM(WS-AUDIT-PATH)
                       ADD 1 TO WS-PRM-ERRORS
                   END-IF
                   IF WS-REGISTER-PATH(1:WS-PRM-LEN)
                       NOT = WS-INPUT-PATH(1:WS-PRM-LEN)
                       DISPLAY "PARAMETER ERROR: SLICE JOB "
                           FUNCTION TRIM(WS-INPUT-PATH)
                           " MUST KEEP ITS OWN PROCESSED_REGISTER ("
                           FUNCTION TRIM(WS-INPUT-PATH)
                           ".reg), NOT "
                           FUNCTION TRIM(WS-REGISTER-PATH)
                       ADD 1 TO WS-PRM-ERRORS
                   END-IF
                   IF WS-JNL-PATH NOT = SPACES
                       DISPLAY "PARAMETER ERROR: SLICE JOB "
                           FUNCTION TRIM(WS-INPUT-PATH)
                           " MUST NOT WRITE POSTING_JOURNAL - THE "
                           "MERGE POSTS THE NIGHT"
                       ADD 1 TO WS-PRM-ERRORS
                   END-IF
               END-IF
           END-IF
           .

      *> Fill in the echo with each parameter's effective value -
      *> what the run will actually use, defaults and the archive
      *> redirection included - rather than the text as given.
       CAPTURE-EFFECTIVE-VALUES.
           PERFORM VARYING WS-PE-I FROM 1 BY 1
               UNTIL WS-PE-I > WS-PE-COUNT
               MOVE SPACES TO WS-PRM-WORK
               EVALUATE WS-PE-NAME(WS-PE-I)
                   WHEN "PARM_FILE"
                       MOVE WS-PARM-PATH TO WS-PRM-WORK
                   WHEN "INPUT_FILE"
                       MOVE WS-INPUT-PATH TO WS-PRM-WORK
                   WHEN "CHECKPOINT_FILE"
                       MOVE WS-CHECKPOINT-PATH TO WS-PRM-WORK
                   WHEN "CHECKPOINT_INTERVAL"
                       MOVE WS-CHECKPOINT-INTERVAL TO WS-DISPLAY-NUM
                       MOVE FUNCTION TRIM(WS-DISPLAY-NUM) TO WS-PRM-WORK
                   WHEN "RESTART_FROM"
                       MOVE WS-RESTART-FROM TO WS-DISPLAY-NUM
                       MOVE FUNCTION TRIM(WS-DISPLAY-NUM) TO WS-PRM-WORK
                   WHEN "REPORT_FILE"
                       MOVE WS-REPORT-PATH TO WS-PRM-WORK
                   WHEN "EXCEPTION_FILE"
                       MOVE WS-EXCEPTION-PATH TO WS-PRM-WORK
                   WHEN "CONTROL_FILE"
                       MOVE WS-CONTROL-PATH TO WS-PRM-WORK
                   WHEN "AUDIT_FILE"
                       MOVE WS-AUDIT-PATH TO WS-PRM-WORK
                   WHEN "UNFOLD_FACTOR"
                       MOVE WS-UNFOLD-FACTOR TO WS-DISPLAY-NUM
                       MOVE FUNCTION TRIM(WS-DISPLAY-NUM) TO WS-PRM-WORK
                   WHEN "DETAIL_FILE"
                       MOVE WS-DETAIL-PATH TO WS-PRM-WORK
                   WHEN "RUN_MODE"
                       MOVE WS-RUN-MODE TO WS-PRM-WORK
                       IF WS-RUN-MODE = SPACES
                           MOVE "(SCORING RUN)" TO WS-PRM-WORK
                       END-IF
                   WHEN "CORRECTIONS_FILE"
                       MOVE WS-CORR-PATH TO WS-PRM-WORK
                   WHEN "OPERATOR_ID"
                       MOVE WS-OPERATOR-ID TO WS-PRM-WORK
                   WHEN "ORIG_EXCEPTIONS"
                       MOVE WS-ORIG-EXC-PATH TO WS-PRM-WORK
                   WHEN "VERIFY_MAX_LEN"
                       MOVE WS-VFY-MAX-LEN TO WS-DISPLAY-NUM
                       MOVE FUNCTION TRIM(WS-DISPLAY-NUM) TO WS-PRM-WORK
                   WHEN "INQUIRY_COND"
                       MOVE WS-INQ-COND TO WS-PRM-WORK
                   WHEN "INQUIRY_GROUPS"
                       MOVE WS-INQ-GROUPS TO WS-PRM-WORK
                   WHEN "SPLIT_COUNT"
                       MOVE WS-SPLIT-COUNT TO WS-DISPLAY-NUM
                       MOVE FUNCTION TRIM(WS-DISPLAY-NUM) TO WS-PRM-WORK
                   WHEN "SPLIT_PROFILE"
                       MOVE WS-SPLIT-PROFILE-PATH TO WS-PRM-WORK
                   WHEN "SPLIT_CONTROL"
                   WHEN "MERGE_CONTROL"
                       MOVE WS-SLICE-CTL-PATH TO WS-PRM-WORK
                   WHEN "PROFILE_FILE"
                       MOVE WS-PROFILE-PATH TO WS-PRM-WORK
                   WHEN "EXC_TOLERANCE_COUNT"
                       IF WS-TOL-COUNT-SET = 1
                           MOVE WS-TOL-COUNT TO WS-DISPLAY-NUM
                           MOVE FUNCTION TRIM(WS-DISPLAY-NUM)
                               TO WS-PRM-WORK
                       END-IF
                   WHEN "EXC_TOLERANCE_PCT"
                       IF WS-TOL-PCT-SET = 1
                           MOVE WS-TOL-PCT TO WS-DISPLAY-NUM
                           MOVE FUNCTION TRIM(WS-DISPLAY-NUM)
                               TO WS-PRM-WORK
                       END-IF
                   WHEN "RESULTS_MASTER"
                       MOVE WS-MASTER-PATH TO WS-PRM-WORK
                   WHEN "RESULTS_MASTER_MODE"
                       MOVE WS-MASTER-MODE TO WS-PRM-WORK
                   WHEN "OUTPUT_FORMAT"
                       MOVE WS-OUTPUT-FORMAT TO WS-PRM-WORK
                   WHEN "OUTPUT_FILE"
                       MOVE WS-OUTPUT-PATH TO WS-PRM-WORK
                   WHEN "PROCESSED_REGISTER"
                       MOVE WS-REGISTER-PATH TO WS-PRM-WORK
                   WHEN "SENDER_MASTER"
                       MOVE WS-SENDER-PATH TO WS-PRM-WORK
                   WHEN "CALENDAR_FILE"
                       MOVE WS-CALENDAR-PATH TO WS-PRM-WORK
                   WHEN "BUSDATE_MAX_AGE"
                       IF WS-BUSDATE-AGE-SET = 1
                           MOVE WS-BUSDATE-MAX-AGE TO WS-DISPLAY-NUM
                           MOVE FUNCTION TRIM(WS-DISPLAY-NUM)
                               TO WS-PRM-WORK
                       END-IF
                   WHEN "POPULATION_MASTER"
                       MOVE WS-POP-PATH TO WS-PRM-WORK
                   WHEN "POSTING_JOURNAL"
                       MOVE WS-JNL-PATH TO WS-PRM-WORK
                   WHEN "LEDGER_ACK"
                       MOVE WS-ACK-PATH TO WS-PRM-WORK
                   WHEN "STATUS_FILE"
                       MOVE WS-STATUS-PATH TO WS-PRM-WORK
                   WHEN "STATUS_HISTORY"
                       MOVE WS-STSHIST-PATH TO WS-PRM-WORK
                   WHEN "CYCLE_STEP"
                       MOVE WS-CYCLE-STEP-LINE TO WS-PRM-WORK
                   WHEN "DUP_OVERRIDE"
                       IF WS-DUP-OVERRIDE = 1
                           MOVE "Y" TO WS-PRM-WORK
                       ELSE
                           MOVE "N" TO WS-PRM-WORK
                       END-IF
                   WHEN "RETRANS_FILE"
                       MOVE WS-RETRANS-PATH TO WS-PRM-WORK
                   WHEN "MATRIX_MAX_FACTOR"
                       MOVE WS-MATRIX-MAX-FACTOR TO WS-DISPLAY-NUM
                       MOVE FUNCTION TRIM(WS-DISPLAY-NUM) TO WS-PRM-WORK
                   WHEN "MATRIX_FILE"
                       MOVE WS-MATRIX-PATH TO WS-PRM-WORK
                   WHEN "EXCEPTION_MASTER"
                       MOVE WS-EXM-PATH TO WS-PRM-WORK
                   WHEN "ARCHIVE_DIR"
                       MOVE WS-ARCHIVE-DIR TO WS-PRM-WORK
                   WHEN "ARCHIVE_CATALOG"
                       MOVE WS-ARCHIVE-CATALOG TO WS-PRM-WORK
                   WHEN "ARCHIVE_RETAIN_DAYS"
                       IF WS-RETAIN-SET = 1
                           MOVE WS-RETAIN-DAYS TO WS-DISPLAY-NUM
                           MOVE FUNCTION TRIM(WS-DISPLAY-NUM)
                               TO WS-PRM-WORK
                       END-IF
                   WHEN "CATALOG_SRC"
                       MOVE WS-CATALOG-SRC TO WS-PRM-WORK
               END-EVALUATE
               IF WS-PRM-WORK = SPACES
                   MOVE "(NOT SET)" TO WS-PRM-WORK
               END-IF
               IF WS-PE-REJECTED(WS-PE-I) = 1
                   MOVE SPACES TO WS-PRM-WORK
                   STRING FUNCTION TRIM(WS-PE-VALUE(WS-PE-I))
                       " (REJECTED)" DELIMITED BY SIZE
                       INTO WS-PRM-WORK
               END-IF
               MOVE WS-PRM-WORK TO WS-PE-VALUE(WS-PE-I)
           END-PERFORM
           .

      *> Build echo line WS-PE-I into WS-RPT-LINE.
       FORMAT-PARAMETER-ECHO-LINE.
           MOVE SPACES TO WS-RPT-LINE
           MOVE WS-PE-NAME(WS-PE-I) TO WS-RPT-LINE(3:30)
           MOVE WS-PE-SOURCE(WS-PE-I) TO WS-RPT-LINE(34:7)
           MOVE WS-PE-VALUE(WS-PE-I) TO WS-RPT-LINE(43:)
           IF WS-PE-ENV-IGNORED(WS-PE-I) = 1
               STRING FUNCTION TRIM(WS-RPT-LINE TRAILING)
                   "  (ENVIRONMENT VALUE OVERRIDDEN)"
                   DELIMITED BY SIZE INTO WS-RPT-LINE
                   ON OVERFLOW CONTINUE
               END-STRING
           END-IF
           .

      *> The parameter echo page at the front of the report.
       WRITE-PARAMETER-ECHO.
           MOVE "PARAMETERS IN EFFECT" TO WS-RPT-LINE
           WRITE REPORT-RECORD FROM WS-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           IF WS-PARM-PATH = SPACES
               MOVE "  NO PARAMETER CARD FILE (PARM_FILE NOT SET)"
                   TO WS-RPT-LINE
           ELSE
               MOVE WS-PC-COUNT TO WS-DISPLAY-NUM
               STRING "  PARAMETER CARDS: "
                   FUNCTION TRIM(WS-PARM-PATH) " ("
                   FUNCTION TRIM(WS-DISPLAY-NUM) " CARDS)"
                   DELIMITED BY SIZE INTO WS-RPT-LINE
                   ON OVERFLOW CONTINUE
               END-STRING
           END-IF
           WRITE REPORT-RECORD FROM WS-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           MOVE "KEYWORD" TO WS-RPT-LINE(3:30)
           MOVE "SOURCE" TO WS-RPT-LINE(34:7)
           MOVE "VALUE" TO WS-RPT-LINE(43:)
           WRITE REPORT-RECORD FROM WS-RPT-LINE
           PERFORM VARYING WS-PE-I FROM 1 BY 1
               UNTIL WS-PE-I > WS-PE-COUNT
               PERFORM FORMAT-PARAMETER-ECHO-LINE
               WRITE REPORT-RECORD FROM WS-RPT-LINE
           END-PERFORM
           MOVE SPACES TO WS-RPT-LINE
           WRITE REPORT-RECORD FROM WS-RPT-LINE
           .

      *> The same echo on the console, for the maintenance and
      *> lookup modes that write no report, and for a run refused
      *> for its parameters.
       DISPLAY-PARAMETER-ECHO.
           DISPLAY "PARAMETERS IN EFFECT"
           IF WS-PARM-PATH = SPACES
               DISPLAY "  NO PARAMETER CARD FILE (PARM_FILE NOT SET)"
           ELSE
               MOVE WS-PC-COUNT TO WS-DISPLAY-NUM
               DISPLAY "  PARAMETER CARDS: "
                   FUNCTION TRIM(WS-PARM-PATH) " ("
                   FUNCTION TRIM(WS-DISPLAY-NUM) " CARDS)"
           END-IF
           PERFORM VARYING WS-PE-I FROM 1 BY 1
               UNTIL WS-PE-I > WS-PE-COUNT
               PERFORM FORMAT-PARAMETER-ECHO-LINE
               DISPLAY FUNCTION TRIM(WS-RPT-LINE TRAILING)
           END-PERFORM
           .

      *> Point the four extracts at run-stamped names under the
           MOVE 0 TO WS-FILE-FAILED
           MOVE 0 TO WS-FILE-UNREADABLE
           MOVE 0 TO WS-FILE-DUPLICATE
           MOVE 0 TO WS-FILE-SENDER-RC
           MOVE 0 TO WS-HDR-SLICE
           MOVE 0 TO WS-FILE-DATE-RC
           MOVE 0 TO WS-DATE-NONBUS
           MOVE 0 TO WS-DATE-STALE
           MOVE 0 TO WS-HDR-DELTA
           MOVE 0 TO WS-FILE-DELTA-RC
           MOVE 0 TO WS-DT-ADDS
           MOVE 0 TO WS-DT-CHANGES
           MOVE 0 TO WS-DT-DELETES
           MOVE 0 TO WS-DT-REJECTS
           OPEN INPUT INPUT-FILE
           IF WS-FILE-STATUS NOT = "00"
      *> An unreadable input file fails THIS file, not the job: the
                           "TRUNCATED"
                       PERFORM ABEND-RUN
               END-STRING
               WRITE EXCEPTION-RECORD FROM WS-EXC-LINE
           ELSE
               READ INPUT-FILE INTO WS-LINE
               PERFORM UNTIL WS-FILE-STATUS NOT = "00"
                   IF WS-LINE(1:4) = "HDR "
                       PERFORM PARSE-HEADER-RECORD
                   ELSE
                       IF WS-LINE(1:4) = "TRL "
                           PERFORM PARSE-TRAILER-RECORD
                       ELSE
                           ADD 1 TO WS-PUZZLE-COUNT
                           IF WS-PUZZLE-COUNT > WS-MAX-PUZZLES
                               MOVE WS-PUZZLE-COUNT
                                   TO WS-DISPLAY-NUM
                               MOVE WS-MAX-PUZZLES
                                   TO WS-DISPLAY-NUM2
                               DISPLAY "CAPACITY EXCEEDED AT RECORD "
                                   FUNCTION TRIM(WS-DISPLAY-NUM)
                                   ": INPUT FILE EXCEEDS WS-PUZZLE "
                                   "TABLE CAPACITY OF "
                                   FUNCTION TRIM(WS-DISPLAY-NUM2)
                               PERFORM ABEND-RUN
                           END-IF
                           IF WS-HDR-DELTA = 1
                               PERFORM PARSE-DELTA-LINE
                           ELSE
                               PERFORM ACCUMULATE-FILE-HASH
                               PERFORM PARSE-LINE
                           END-IF
                       END-IF
                   END-IF
                   READ INPUT-FILE INTO WS-LINE
               END-PERFORM
               CLOSE INPUT-FILE
               PERFORM RECONCILE-TRAILER
               PERFORM CHECK-AUTHORIZED-SENDER
               PERFORM CHECK-BUSINESS-DATE
               PERFORM CHECK-DELTA-POPULATION
               PERFORM CHECK-PROCESSED-REGISTER
           END-IF
           .

      *> Look the HDR file-id up on the authorized-sender master.
      *> Skipped, like the register check, for a file without a
      *> header or one that has already failed, and for the verify
      *> and matrix runs, which re-read input without posting it. A
      *> master that will not open is a hard stop: running on with
      *> the check silently disarmed is exactly the hole it closes.
       CHECK-AUTHORIZED-SENDER.
           IF WS-SENDER-PATH = SPACES
               OR WS-HDR-PRESENT = 0 OR WS-FILE-FAILED = 1
               OR WS-RUN-MODE = "VERIFY"
               OR WS-RUN-MODE = "MATRIX"
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT SENDER-MASTER
           IF WS-SND-STATUS NOT = "00"
               DISPLAY "CANNOT OPEN SENDER MASTER "
                   FUNCTION TRIM(WS-SENDER-PATH)
                   " - STATUS " WS-SND-STATUS
               PERFORM ABEND-RUN
           END-IF
           MOVE WS-HDR-FILE-ID TO SM-FILE-ID
           READ SENDER-MASTER
           IF WS-SND-STATUS = "00"
               MOVE SM-COLLECTOR TO WS-SND-COLLECTOR
               MOVE SM-CONTACT TO WS-SND-CONTACT
               MOVE SM-MIN-RECS TO WS-SND-MIN
               MOVE SM-MAX-RECS TO WS-SND-MAX
               IF SM-STATUS = "SUSPENDED"
                   MOVE 205 TO WS-FILE-SENDER-RC
               ELSE
                   IF WS-HDR-SLICE = 0 AND WS-HDR-DELTA = 0
                       AND (WS-PUZZLE-COUNT < SM-MIN-RECS
                       OR (SM-MAX-RECS > 0
                       AND WS-PUZZLE-COUNT > SM-MAX-RECS))
                       MOVE 206 TO WS-FILE-SENDER-RC
                   END-IF
               END-IF
           ELSE
               MOVE SPACES TO WS-SND-COLLECTOR
               MOVE SPACES TO WS-SND-CONTACT
               MOVE 0 TO WS-SND-MIN
               MOVE 0 TO WS-SND-MAX
               MOVE 204 TO WS-FILE-SENDER-RC
           END-IF
           CLOSE SENDER-MASTER
           IF WS-FILE-SENDER-RC = 0
               IF WS-EXM-ENABLED = 1
                   PERFORM CLOSE-SENDER-EXCEPTION
               END-IF
               EXIT PARAGRAPH
           END-IF
           MOVE 1 TO WS-FILE-FAILED
           MOVE WS-PUZZLE-COUNT TO WS-SND-RECEIVED
           MOVE WS-FILE-SENDER-RC TO WS-REJECT-CODE
           PERFORM FORMAT-REASON-CODE
           MOVE SPACES TO WS-EXC-LINE
           IF WS-FILE-SENDER-RC = 206
               MOVE WS-PUZZLE-COUNT TO WS-DISPLAY-NUM
               STRING "SRC=" FUNCTION TRIM(WS-INPUT-PATH)
                   " RC=" WS-FILE-SENDER-RC " "
                   FUNCTION TRIM(WS-REASON-TEXT)
                   ": FILEID=" FUNCTION TRIM(WS-HDR-FILE-ID)
                   " RECORDS=" FUNCTION TRIM(WS-DISPLAY-NUM)
                   DELIMITED BY SIZE INTO WS-EXC-LINE
                   ON OVERFLOW
                       DISPLAY "CAPACITY EXCEEDED: EXCEPTION LINE "
                           "TRUNCATED"
                       PERFORM ABEND-RUN
               END-STRING
           ELSE
               STRING "SRC=" FUNCTION TRIM(WS-INPUT-PATH)
                   " RC=" WS-FILE-SENDER-RC " "
                   FUNCTION TRIM(WS-REASON-TEXT)
                   ": FILEID=" FUNCTION TRIM(WS-HDR-FILE-ID)
                   DELIMITED BY SIZE INTO WS-EXC-LINE
                   ON OVERFLOW
                       DISPLAY "CAPACITY EXCEEDED: EXCEPTION LINE "
                           "TRUNCATED"
                       PERFORM ABEND-RUN
               END-STRING
           END-IF
           WRITE EXCEPTION-RECORD FROM WS-EXC-LINE
           DISPLAY FUNCTION TRIM(WS-EXC-LINE)
           IF WS-EXM-ENABLED = 1
               MOVE 0 TO WS-EXM-REC-NO
               PERFORM TRACK-EXCEPTION-MASTER
           END-IF
           .

      *> A file-id that fails one night and posts cleanly once the
      *> sender master is put right closes its whole-file entry.
       CLOSE-SENDER-EXCEPTION.
           PERFORM VARYING WS-EXM-I FROM 1 BY 1
               UNTIL WS-EXM-I > WS-EXM-COUNT
               IF WS-EXM-SRC(WS-EXM-I) = WS-INPUT-PATH
                   AND WS-EXM-REC(WS-EXM-I) = 0
                   AND WS-EXM-STAT(WS-EXM-I) = "OPEN"
                   AND WS-EXM-RC(WS-EXM-I) >= 204
                   AND WS-EXM-RC(WS-EXM-I) <= 206
                   MOVE "CORRECTED" TO WS-EXM-STAT(WS-EXM-I)
                   MOVE SPACES TO WS-EXM-MAKER(WS-EXM-I)
                   MOVE SPACES TO WS-EXM-CHECKER(WS-EXM-I)
               END-IF
           END-PERFORM
           .

      *> Check the header's business date against the processing
      *> calendar. A failure (207-209) fails the file; a warning
      *> (210, 211) is logged and the file goes on to post. Run
      *> after the sender check so a misrouted file is reported as
      *> that, not as a date problem.
       CHECK-BUSINESS-DATE.
           IF WS-CALENDAR-PATH = SPACES
               OR WS-HDR-PRESENT = 0 OR WS-HDR-SLICE = 1
               OR WS-FILE-FAILED = 1
               OR WS-RUN-MODE = "VERIFY"
               OR WS-RUN-MODE = "MATRIX"
               EXIT PARAGRAPH
           END-IF
           IF WS-CAL-LOADED = 0
               PERFORM LOAD-CALENDAR
           END-IF
           IF WS-HDR-BUS-DATE(5:1) NOT = "-"
               OR WS-HDR-BUS-DATE(8:1) NOT = "-"
               OR WS-HDR-BUS-DATE(1:4) NOT NUMERIC
               OR WS-HDR-BUS-DATE(6:2) NOT NUMERIC
               OR WS-HDR-BUS-DATE(9:2) NOT NUMERIC
               MOVE 207 TO WS-FILE-DATE-RC
           ELSE
               COMPUTE WS-BD-YMD =
                   FUNCTION NUMVAL(WS-HDR-BUS-DATE(1:4)) * 10000
                   + FUNCTION NUMVAL(WS-HDR-BUS-DATE(6:2)) * 100
                   + FUNCTION NUMVAL(WS-HDR-BUS-DATE(9:2))
               IF FUNCTION TEST-DATE-YYYYMMDD(WS-BD-YMD) NOT = 0
                   MOVE 207 TO WS-FILE-DATE-RC
               END-IF
           END-IF
           IF WS-FILE-DATE-RC = 0
               COMPUTE WS-BD-DAYN = FUNCTION INTEGER-OF-DATE(
                   WS-BD-YMD)
               COMPUTE WS-BD-TODAYN = FUNCTION INTEGER-OF-DATE(
                   FUNCTION NUMVAL(WS-RUN-DATE(1:4)) * 10000
                   + FUNCTION NUMVAL(WS-RUN-DATE(6:2)) * 100
                   + FUNCTION NUMVAL(WS-RUN-DATE(9:2)))
               IF WS-BD-DAYN > WS-BD-TODAYN
                   MOVE 208 TO WS-FILE-DATE-RC
               END-IF
           END-IF
           IF WS-FILE-DATE-RC = 0
               MOVE SPACES TO WS-BD-CLOSE
               PERFORM VARYING WS-CAL-I FROM 1 BY 1
                   UNTIL WS-CAL-I > WS-CAL-COUNT
                   IF WS-CAL-TYPE(WS-CAL-I) = "CLOSE"
                       AND WS-CAL-DATE(WS-CAL-I)(1:7)
                           = WS-HDR-BUS-DATE(1:7)
                       MOVE WS-CAL-CLOSE(WS-CAL-I) TO WS-BD-CLOSE
                   END-IF
               END-PERFORM
               IF WS-BD-CLOSE NOT = SPACES
                   AND WS-RUN-DATE >= WS-BD-CLOSE
                   MOVE 209 TO WS-FILE-DATE-RC
               END-IF
           END-IF
           IF WS-FILE-DATE-RC NOT = 0
               MOVE 1 TO WS-FILE-FAILED
               MOVE WS-FILE-DATE-RC TO WS-REJECT-CODE
               PERFORM WRITE-BUSDATE-EXCEPTION
               EXIT PARAGRAPH
           END-IF

           MOVE WS-BD-DAYN TO WS-BD-SCANN
           PERFORM TEST-BUSINESS-DAY
           IF WS-BD-IS-BUSDAY = 0
               MOVE 1 TO WS-DATE-NONBUS
               MOVE 210 TO WS-REJECT-CODE
               PERFORM WRITE-BUSDATE-EXCEPTION
           END-IF
      *> Age counts the business days after the business date up to
      *> and including the run date, so Friday's file run on Monday
      *> is one business day old. The count stops as soon as the
      *> limit is passed.
           IF WS-BUSDATE-AGE-SET = 1
               MOVE 0 TO WS-BD-AGE
               COMPUTE WS-BD-SCANN = WS-BD-DAYN + 1
               PERFORM UNTIL WS-BD-SCANN > WS-BD-TODAYN
                   OR WS-BD-AGE > WS-BUSDATE-MAX-AGE
                   PERFORM TEST-BUSINESS-DAY
                   IF WS-BD-IS-BUSDAY = 1
                       ADD 1 TO WS-BD-AGE
                   END-IF
                   ADD 1 TO WS-BD-SCANN
               END-PERFORM
               IF WS-BD-AGE > WS-BUSDATE-MAX-AGE
                   MOVE 1 TO WS-DATE-STALE
                   MOVE 211 TO WS-REJECT-CODE
                   PERFORM WRITE-BUSDATE-EXCEPTION
               END-IF
           END-IF
           .

      *> Is the day WS-BD-SCANN (an integer date) a business day?
      *> Monday to Friday are, unless the calendar lists the date as
      *> a HOLIDAY; a weekend date is only if it is listed BUSDAY.
      *> Integer date 1 (1601-01-01) was a Monday.
       TEST-BUSINESS-DAY.
           COMPUTE WS-BD-YMD = FUNCTION DATE-OF-INTEGER(WS-BD-SCANN)
           MOVE SPACES TO WS-BD-PROBE
           STRING WS-BD-YMD(1:4) "-" WS-BD-YMD(5:2) "-"
               WS-BD-YMD(7:2) DELIMITED BY SIZE INTO WS-BD-PROBE
           IF FUNCTION MOD(WS-BD-SCANN - 1, 7) < 5
               MOVE 1 TO WS-BD-IS-BUSDAY
           ELSE
               MOVE 0 TO WS-BD-IS-BUSDAY
           END-IF
           PERFORM VARYING WS-CAL-I FROM 1 BY 1
               UNTIL WS-CAL-I > WS-CAL-COUNT
               IF WS-CAL-DATE(WS-CAL-I) = WS-BD-PROBE
                   IF WS-CAL-TYPE(WS-CAL-I) = "BUSDAY"
                       MOVE 1 TO WS-BD-IS-BUSDAY
                   END-IF
                   IF WS-CAL-TYPE(WS-CAL-I) = "HOLIDAY"
                       MOVE 0 TO WS-BD-IS-BUSDAY
                   END-IF
               END-IF
           END-PERFORM
           .

      *> Load the processing calendar once per run. A calendar that
      *> is named but will not open, or carries a line it cannot
      *> read, stops the run: a silently skipped CLOSE line would
      *> let a closed month reopen.
       LOAD-CALENDAR.
           OPEN INPUT CALENDAR-FILE
           IF WS-CAL-STATUS NOT = "00"
               DISPLAY "CANNOT OPEN PROCESSING CALENDAR "
                   FUNCTION TRIM(WS-CALENDAR-PATH)
                   " - STATUS " WS-CAL-STATUS
               PERFORM ABEND-RUN
           END-IF
           MOVE 0 TO WS-CAL-COUNT
           READ CALENDAR-FILE INTO WS-CAL-LINE
           PERFORM UNTIL WS-CAL-STATUS NOT = "00"
               IF FUNCTION TRIM(WS-CAL-LINE) NOT = SPACES
                   AND WS-CAL-LINE(1:1) NOT = "*"
                   PERFORM STORE-CALENDAR-LINE
               END-IF
               READ CALENDAR-FILE INTO WS-CAL-LINE
           END-PERFORM
           CLOSE CALENDAR-FILE
           MOVE 1 TO WS-CAL-LOADED
           .

       STORE-CALENDAR-LINE.
           MOVE SPACES TO WS-UNS-TAG
           MOVE SPACES TO WS-UNS-F1
           MOVE SPACES TO WS-UNS-F2
           UNSTRING FUNCTION TRIM(WS-CAL-LINE)
               DELIMITED BY ALL " "
               INTO WS-UNS-TAG WS-UNS-F1 WS-UNS-F2
           END-UNSTRING
           EVALUATE TRUE
               WHEN (WS-UNS-TAG = "BUSDAY" OR WS-UNS-TAG = "HOLIDAY")
                   AND WS-UNS-F1(5:1) = "-" AND WS-UNS-F1(8:1) = "-"
                   CONTINUE
               WHEN WS-UNS-TAG = "CLOSE"
                   AND WS-UNS-F1(5:1) = "-" AND WS-UNS-F1(8:1) = " "
                   AND WS-UNS-F2(5:1) = "-" AND WS-UNS-F2(8:1) = "-"
                   CONTINUE
               WHEN OTHER
                   DISPLAY "PROCESSING CALENDAR LINE NOT UNDERSTOOD: "
                       FUNCTION TRIM(WS-CAL-LINE)
                   PERFORM ABEND-RUN
           END-EVALUATE
           IF WS-CAL-COUNT >= WS-CAL-MAX
               MOVE WS-CAL-MAX TO WS-DISPLAY-NUM
               DISPLAY "CAPACITY EXCEEDED: PROCESSING CALENDAR "
                   "EXCEEDS " FUNCTION TRIM(WS-DISPLAY-NUM)
                   " ENTRIES"
               PERFORM ABEND-RUN
           END-IF
           ADD 1 TO WS-CAL-COUNT
           MOVE WS-UNS-TAG TO WS-CAL-TYPE(WS-CAL-COUNT)
           MOVE WS-UNS-F1(1:10) TO WS-CAL-DATE(WS-CAL-COUNT)
           MOVE WS-UNS-F2(1:10) TO WS-CAL-CLOSE(WS-CAL-COUNT)
           .

      *> One exception line for a business-date failure or warning,
      *> reason code in WS-REJECT-CODE.
       WRITE-BUSDATE-EXCEPTION.
           PERFORM FORMAT-REASON-CODE
           MOVE SPACES TO WS-EXC-LINE
           STRING "SRC=" FUNCTION TRIM(WS-INPUT-PATH)
               " RC=" WS-REJECT-CODE " "
               FUNCTION TRIM(WS-REASON-TEXT)
               ": FILEID=" FUNCTION TRIM(WS-HDR-FILE-ID)
               " BUSDATE=" FUNCTION TRIM(WS-HDR-BUS-DATE)
               DELIMITED BY SIZE INTO WS-EXC-LINE
               ON OVERFLOW
                   DISPLAY "CAPACITY EXCEEDED: EXCEPTION LINE "
                       "TRUNCATED"
                   PERFORM ABEND-RUN
           END-STRING
           IF WS-REJECT-CODE = 209
               STRING FUNCTION TRIM(WS-EXC-LINE)
                   " CLOSED=" WS-BD-CLOSE
                   DELIMITED BY SIZE INTO WS-EXC-LINE
                   ON OVERFLOW
                       DISPLAY "CAPACITY EXCEEDED: EXCEPTION LINE "
                           "TRUNCATED"
                       PERFORM ABEND-RUN
               END-STRING
           END-IF
           IF WS-REJECT-CODE = 211
               MOVE WS-BUSDATE-MAX-AGE TO WS-DISPLAY-NUM
               STRING FUNCTION TRIM(WS-EXC-LINE)
                   " MAX-AGE=" FUNCTION TRIM(WS-DISPLAY-NUM)
                   DELIMITED BY SIZE INTO WS-EXC-LINE
                   ON OVERFLOW
                       DISPLAY "CAPACITY EXCEEDED: EXCEPTION LINE "
                           "TRUNCATED"
                       PERFORM ABEND-RUN
               END-STRING
           END-IF
           WRITE EXCEPTION-RECORD FROM WS-EXC-LINE
           DISPLAY FUNCTION TRIM(WS-EXC-LINE)
           .

      *> A delta can only be applied where this run can reach the
      *> source's population and total it consistently: without a
      *> population master the file fails (212), and so it does
      *> (213) when the standing records were scored at another
      *> unfold factor - their PART2 would not add up with the
      *> delta's, and the sender must send a full file to re-base.
       CHECK-DELTA-POPULATION.
           IF WS-HDR-DELTA = 0 OR WS-FILE-FAILED = 1
               OR WS-RUN-MODE = "VERIFY"
               OR WS-RUN-MODE = "MATRIX"
               EXIT PARAGRAPH
           END-IF
           IF WS-POP-PATH = SPACES
               MOVE 212 TO WS-FILE-DELTA-RC
           ELSE
               PERFORM OPEN-POPULATION-MASTER
               PERFORM START-SOURCE-POPULATION
               PERFORM UNTIL WS-POP-DONE = 1
                   IF PM-UF NOT = WS-UNFOLD-FACTOR
                       MOVE PM-UF TO WS-POP-UF-FOUND
                       MOVE 213 TO WS-FILE-DELTA-RC
                       MOVE 1 TO WS-POP-DONE
                   ELSE
                       PERFORM NEXT-SOURCE-POPULATION
                   END-IF
               END-PERFORM
               CLOSE POPULATION-MASTER
           END-IF
           IF WS-FILE-DELTA-RC = 0
               EXIT PARAGRAPH
           END-IF
           MOVE 1 TO WS-FILE-FAILED
           MOVE WS-FILE-DELTA-RC TO WS-REJECT-CODE
           PERFORM FORMAT-REASON-CODE
           MOVE SPACES TO WS-EXC-LINE
           STRING "SRC=" FUNCTION TRIM(WS-INPUT-PATH)
               " RC=" WS-FILE-DELTA-RC " "
               FUNCTION TRIM(WS-REASON-TEXT)
               ": FILEID=" FUNCTION TRIM(WS-HDR-FILE-ID)
               DELIMITED BY SIZE INTO WS-EXC-LINE
               ON OVERFLOW
                   DISPLAY "CAPACITY EXCEEDED: EXCEPTION LINE "
                       "TRUNCATED"
                   PERFORM ABEND-RUN
           END-STRING
           WRITE EXCEPTION-RECORD FROM WS-EXC-LINE
           DISPLAY FUNCTION TRIM(WS-EXC-LINE)
           .

      *> Consult the processed-transmissions register before scoring.

      *> HDR <file-id> <business-date>: remembered for the report.
      *> A second header in the same file simply replaces the first.
      *> The SLICE=nn a split run adds to each slice's header marks
      *> the file as one piece of a larger transmission; DELTA marks
      *> a file of transactions against the standing population.
       PARSE-HEADER-RECORD.
           MOVE SPACES TO WS-UNS-TAG
           MOVE SPACES TO WS-UNS-F1
           MOVE SPACES TO WS-UNS-F2
           MOVE SPACES TO WS-UNS-F3
           UNSTRING FUNCTION TRIM(WS-LINE)
               DELIMITED BY ALL " "
               INTO WS-UNS-TAG WS-UNS-F1 WS-UNS-F2 WS-UNS-F3
           END-UNSTRING
           MOVE WS-UNS-F1 TO WS-HDR-FILE-ID
           MOVE WS-UNS-F2 TO WS-HDR-BUS-DATE
           MOVE 1 TO WS-HDR-PRESENT
           MOVE 0 TO WS-HDR-SLICE
           MOVE 0 TO WS-HDR-DELTA
           IF WS-UNS-F3(1:6) = "SLICE="
               MOVE 1 TO WS-HDR-SLICE
           END-IF
           IF WS-UNS-F3 = "DELTA"
               MOVE 1 TO WS-HDR-DELTA
           END-IF
           .

      *> TRL <record-count> <hash>: held for RECONCILE-TRAILER once
           END-IF
           .

      *> Queue a POST entry for the file just posted; the batch is
      *> written whole at the end of the run.
       QUEUE-JOURNAL-POST.
           IF WS-JNL-PATH = SPACES
               EXIT PARAGRAPH
           END-IF
           PERFORM ADD-JOURNAL-QUEUE-ENTRY
           MOVE "POST" TO WS-JQ-TYPE(WS-JQ-COUNT)
           MOVE WS-INPUT-PATH TO WS-JQ-SRC(WS-JQ-COUNT)
           IF WS-HDR-PRESENT = 1
               MOVE WS-HDR-FILE-ID TO WS-JQ-FILEID(WS-JQ-COUNT)
               MOVE WS-HDR-BUS-DATE TO WS-JQ-BUSDATE(WS-JQ-COUNT)
           END-IF
           MOVE WS-PUZZLE-COUNT TO WS-JQ-RECS(WS-JQ-COUNT)
           MOVE WS-SUM1 TO WS-JQ-P1(WS-JQ-COUNT)
           MOVE WS-SUM2 TO WS-JQ-P2(WS-JQ-COUNT)
           .

      *> A correction run's amendment goes to the ledger as a
      *> reversal of the source's last booked entry and a rebooking
      *> at the amended totals this run reports and audits, both
      *> tied to the entry they replace. The record count stands: a
      *> rejected record was already counted as received. A source
      *> the journal never carried has nothing on the ledger to
      *> reverse, so its amended totals are simply posted.
       QUEUE-JOURNAL-CORRECTION.
           IF WS-JNL-PATH = SPACES OR WS-RPR-APPLIED = 0
               EXIT PARAGRAPH
           END-IF
           PERFORM FIND-ORIGINAL-JOURNAL-ENTRY
           IF WS-JNL-ORIG-FOUND = 0
               PERFORM ADD-JOURNAL-QUEUE-ENTRY
               MOVE "POST" TO WS-JQ-TYPE(WS-JQ-COUNT)
               MOVE WS-RPR-SRC TO WS-JQ-SRC(WS-JQ-COUNT)
               MOVE WS-RPR-ORIG-RECS TO WS-JQ-RECS(WS-JQ-COUNT)
               MOVE WS-SUM1 TO WS-JQ-P1(WS-JQ-COUNT)
               MOVE WS-SUM2 TO WS-JQ-P2(WS-JQ-COUNT)
               MOVE SPACES TO WS-RPT-LINE
               STRING "NO EARLIER JOURNAL ENTRY FOR "
                   FUNCTION TRIM(WS-RPR-SRC)
                   " - AMENDED TOTALS JOURNALED AS A NEW POSTING"
                   DELIMITED BY SIZE INTO WS-RPT-LINE
                   ON OVERFLOW
                       CONTINUE
               END-STRING
               WRITE REPORT-RECORD FROM WS-RPT-LINE
               EXIT PARAGRAPH
           END-IF
           PERFORM ADD-JOURNAL-QUEUE-ENTRY
           MOVE "REVERSE" TO WS-JQ-TYPE(WS-JQ-COUNT)
           MOVE WS-RPR-SRC TO WS-JQ-SRC(WS-JQ-COUNT)
           MOVE WS-JNL-ORIG-FILEID TO WS-JQ-FILEID(WS-JQ-COUNT)
           MOVE WS-JNL-ORIG-BUSDATE TO WS-JQ-BUSDATE(WS-JQ-COUNT)
           MOVE WS-JNL-ORIG-RECS TO WS-JQ-RECS(WS-JQ-COUNT)
           MOVE WS-JNL-ORIG-P1 TO WS-JQ-P1(WS-JQ-COUNT)
           MOVE WS-JNL-ORIG-P2 TO WS-JQ-P2(WS-JQ-COUNT)
           MOVE WS-JNL-ORIG-REF TO WS-JQ-ORIG(WS-JQ-COUNT)
           PERFORM ADD-JOURNAL-QUEUE-ENTRY
           MOVE "REBOOK" TO WS-JQ-TYPE(WS-JQ-COUNT)
           MOVE WS-RPR-SRC TO WS-JQ-SRC(WS-JQ-COUNT)
           MOVE WS-JNL-ORIG-FILEID TO WS-JQ-FILEID(WS-JQ-COUNT)
           MOVE WS-JNL-ORIG-BUSDATE TO WS-JQ-BUSDATE(WS-JQ-COUNT)
           MOVE WS-JNL-ORIG-RECS TO WS-JQ-RECS(WS-JQ-COUNT)
           MOVE WS-SUM1 TO WS-JQ-P1(WS-JQ-COUNT)
           MOVE WS-SUM2 TO WS-JQ-P2(WS-JQ-COUNT)
           MOVE WS-JNL-ORIG-REF TO WS-JQ-ORIG(WS-JQ-COUNT)
           MOVE SPACES TO WS-RPT-LINE
           STRING "JOURNAL: REVERSING AND REBOOKING ENTRY "
               WS-JNL-ORIG-REF
               DELIMITED BY SIZE INTO WS-RPT-LINE
           WRITE REPORT-RECORD FROM WS-RPT-LINE
           .

       ADD-JOURNAL-QUEUE-ENTRY.
           IF WS-JQ-COUNT >= WS-JQ-MAX
               MOVE WS-JQ-MAX TO WS-DISPLAY-NUM
               DISPLAY "CAPACITY EXCEEDED: POSTING JOURNAL EXCEEDS "
                   FUNCTION TRIM(WS-DISPLAY-NUM) " ENTRIES"
               PERFORM ABEND-RUN
           END-IF
           ADD 1 TO WS-JQ-COUNT
           MOVE "-" TO WS-JQ-FILEID(WS-JQ-COUNT)
           MOVE "-" TO WS-JQ-BUSDATE(WS-JQ-COUNT)
           MOVE SPACES TO WS-JQ-ORIG(WS-JQ-COUNT)
           .

      *> The source's live booking on the journal: its last POST or
      *> REBOOK entry (a REVERSE is always followed by a REBOOK in
      *> the same batch, so the last of those is what the ledger
      *> holds).
       FIND-ORIGINAL-JOURNAL-ENTRY.
           MOVE 0 TO WS-JNL-ORIG-FOUND
           OPEN INPUT JOURNAL-FILE
           IF WS-JNL-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           READ JOURNAL-FILE INTO WS-JNL-LINE
           PERFORM UNTIL WS-JNL-STATUS NOT = "00"
               IF WS-JNL-LINE(1:5) = "JENT "
                   PERFORM SPLIT-JOURNAL-LINE
                   IF WS-JNL-F5(5:256) = WS-RPR-SRC
                       AND (WS-JNL-F4 = "TYPE=POST"
                       OR WS-JNL-F4 = "TYPE=REBOOK")
                       MOVE 1 TO WS-JNL-ORIG-FOUND
                       MOVE SPACES TO WS-JNL-ORIG-REF
                       STRING WS-JNL-F2(7:8) "-" WS-JNL-F3(7:4)
                           DELIMITED BY SIZE INTO WS-JNL-ORIG-REF
                       MOVE WS-JNL-F6(8:40) TO WS-JNL-ORIG-FILEID
                       MOVE WS-JNL-F7(9:10) TO WS-JNL-ORIG-BUSDATE
                       MOVE FUNCTION NUMVAL(WS-JNL-F8(9:20))
                           TO WS-JNL-ORIG-RECS
                       MOVE FUNCTION NUMVAL(WS-JNL-F9(7:20))
                           TO WS-JNL-ORIG-P1
                       MOVE FUNCTION NUMVAL(WS-JNL-F10(7:20))
                           TO WS-JNL-ORIG-P2
                   END-IF
               END-IF
               READ JOURNAL-FILE INTO WS-JNL-LINE
           END-PERFORM
           CLOSE JOURNAL-FILE
           .

       SPLIT-JOURNAL-LINE.
           MOVE SPACES TO WS-JNL-F1
           MOVE SPACES TO WS-JNL-F2
           MOVE SPACES TO WS-JNL-F3
           MOVE SPACES TO WS-JNL-F4
           MOVE SPACES TO WS-JNL-F5
           MOVE SPACES TO WS-JNL-F6
           MOVE SPACES TO WS-JNL-F7
           MOVE SPACES TO WS-JNL-F8
           MOVE SPACES TO WS-JNL-F9
           MOVE SPACES TO WS-JNL-F10
           UNSTRING FUNCTION TRIM(WS-JNL-LINE)
               DELIMITED BY ALL " "
               INTO WS-JNL-F1 WS-JNL-F2 WS-JNL-F3 WS-JNL-F4
                   WS-JNL-F5 WS-JNL-F6 WS-JNL-F7 WS-JNL-F8
                   WS-JNL-F9 WS-JNL-F10
           END-UNSTRING
           .

      *> Write this run's journal batch: header, each queued entry
      *> with its balanced legs, and a trailer the ledger checks the
      *> batch against. A run that posted nothing writes no batch.
       WRITE-POSTING-JOURNAL.
           IF WS-JQ-COUNT = 0
               MOVE "POSTING JOURNAL: NO ENTRIES THIS RUN - NO BATCH "
                   TO WS-RPT-LINE
               STRING FUNCTION TRIM(WS-RPT-LINE) " WRITTEN"
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               WRITE REPORT-RECORD FROM WS-RPT-LINE
               MOVE SPACES TO WS-RPT-LINE
               WRITE REPORT-RECORD FROM WS-RPT-LINE
               EXIT PARAGRAPH
           END-IF
           PERFORM FIND-LAST-JOURNAL-BATCH
           ADD 1 TO WS-JNL-MAX-BATCH GIVING WS-JNL-BATCH
           MOVE WS-JNL-BATCH TO WS-JNL-BATCH-X
           EVALUATE TRUE
               WHEN WS-RUN-MODE = "MERGE"
                   MOVE "MERGE" TO WS-JNL-RUN-TYPE
               WHEN WS-RUN-MODE = "REPROCESS"
                   MOVE "REPROCESS" TO WS-JNL-RUN-TYPE
               WHEN WS-IS-BATCH = 1
                   MOVE "BATCH" TO WS-JNL-RUN-TYPE
               WHEN OTHER
                   MOVE "SINGLE" TO WS-JNL-RUN-TYPE
           END-EVALUATE
           OPEN EXTEND JOURNAL-FILE
           IF WS-JNL-STATUS = "35"
               OPEN OUTPUT JOURNAL-FILE
           END-IF
           IF WS-JNL-STATUS NOT = "00"
               DISPLAY "CANNOT OPEN POSTING JOURNAL "
                   FUNCTION TRIM(WS-JNL-PATH)
                   " - STATUS " WS-JNL-STATUS
               PERFORM ABEND-RUN
           END-IF
           MOVE SPACES TO WS-JNL-LINE
           STRING "JHDR BATCH=" WS-JNL-BATCH-X
               " RUN=" WS-RUN-DATE " " WS-RUN-TIME
               " TYPE=" FUNCTION TRIM(WS-JNL-RUN-TYPE)
               DELIMITED BY SIZE INTO WS-JNL-LINE
           WRITE JOURNAL-RECORD FROM WS-JNL-LINE
           MOVE 0 TO WS-JNL-DEBITS
           MOVE 0 TO WS-JNL-CREDITS
           MOVE 0 TO WS-JNL-HASH
           PERFORM VARYING WS-JQ-I FROM 1 BY 1
               UNTIL WS-JQ-I > WS-JQ-COUNT
               PERFORM WRITE-JOURNAL-ENTRY
           END-PERFORM
           MOVE SPACES TO WS-JNL-LINE
           MOVE WS-JQ-COUNT TO WS-DISPLAY-NUM
           STRING "JTRL BATCH=" WS-JNL-BATCH-X
               " ENTRIES=" FUNCTION TRIM(WS-DISPLAY-NUM)
               DELIMITED BY SIZE INTO WS-JNL-LINE
           MOVE WS-JNL-DEBITS TO WS-DISPLAY-NUM
           MOVE WS-JNL-CREDITS TO WS-DISPLAY-NUM2
           STRING FUNCTION TRIM(WS-JNL-LINE)
               " DEBITS=" FUNCTION TRIM(WS-DISPLAY-NUM)
               " CREDITS=" FUNCTION TRIM(WS-DISPLAY-NUM2)
               DELIMITED BY SIZE INTO WS-JNL-LINE
           MOVE WS-JNL-HASH TO WS-DISPLAY-NUM
           STRING FUNCTION TRIM(WS-JNL-LINE)
               " HASH=" FUNCTION TRIM(WS-DISPLAY-NUM)
               DELIMITED BY SIZE INTO WS-JNL-LINE
           WRITE JOURNAL-RECORD FROM WS-JNL-LINE
           CLOSE JOURNAL-FILE

           MOVE SPACES TO WS-RPT-LINE
           MOVE WS-JQ-COUNT TO WS-DISPLAY-NUM
           STRING "POSTING JOURNAL BATCH " WS-JNL-BATCH-X ": "
               FUNCTION TRIM(WS-DISPLAY-NUM) " ENTRIES WRITTEN TO "
               FUNCTION TRIM(WS-JNL-PATH)
               DELIMITED BY SIZE INTO WS-RPT-LINE
               ON OVERFLOW
                   DISPLAY "CAPACITY EXCEEDED: REPORT LINE TRUNCATED"
                   PERFORM ABEND-RUN
           END-STRING
           WRITE REPORT-RECORD FROM WS-RPT-LINE
           DISPLAY FUNCTION TRIM(WS-RPT-LINE)
           MOVE SPACES TO WS-RPT-LINE
           WRITE REPORT-RECORD FROM WS-RPT-LINE
           .

      *> One JENT line and its three balanced leg pairs for queue
      *> entry WS-JQ-I.
       WRITE-JOURNAL-ENTRY.
           MOVE WS-JQ-I TO WS-JNL-ENTRY
           MOVE WS-JNL-ENTRY TO WS-JNL-ENTRY-X
           MOVE SPACES TO WS-JNL-LINE
           STRING "JENT BATCH=" WS-JNL-BATCH-X
               " ENTRY=" WS-JNL-ENTRY-X
               " TYPE=" FUNCTION TRIM(WS-JQ-TYPE(WS-JQ-I))
               " SRC=" FUNCTION TRIM(WS-JQ-SRC(WS-JQ-I))
               " FILEID=" FUNCTION TRIM(WS-JQ-FILEID(WS-JQ-I))
               " BUSDATE=" FUNCTION TRIM(WS-JQ-BUSDATE(WS-JQ-I))
               DELIMITED BY SIZE INTO WS-JNL-LINE
               ON OVERFLOW
                   DISPLAY "CAPACITY EXCEEDED: JOURNAL LINE TRUNCATED"
                   PERFORM ABEND-RUN
           END-STRING
           MOVE WS-JQ-RECS(WS-JQ-I) TO WS-DISPLAY-NUM
           STRING FUNCTION TRIM(WS-JNL-LINE)
               " RECORDS=" FUNCTION TRIM(WS-DISPLAY-NUM)
               DELIMITED BY SIZE INTO WS-JNL-LINE
               ON OVERFLOW
                   DISPLAY "CAPACITY EXCEEDED: JOURNAL LINE TRUNCATED"
                   PERFORM ABEND-RUN
           END-STRING
           MOVE WS-JQ-P1(WS-JQ-I) TO WS-DISPLAY-NUM
           MOVE WS-JQ-P2(WS-JQ-I) TO WS-DISPLAY-NUM2
           STRING FUNCTION TRIM(WS-JNL-LINE)
               " PART1=" FUNCTION TRIM(WS-DISPLAY-NUM)
               " PART2=" FUNCTION TRIM(WS-DISPLAY-NUM2)
               DELIMITED BY SIZE INTO WS-JNL-LINE
               ON OVERFLOW
                   DISPLAY "CAPACITY EXCEEDED: JOURNAL LINE TRUNCATED"
                   PERFORM ABEND-RUN
           END-STRING
           IF WS-JQ-ORIG(WS-JQ-I) NOT = SPACES
               STRING FUNCTION TRIM(WS-JNL-LINE)
                   " ORIG=" WS-JQ-ORIG(WS-JQ-I)
                   DELIMITED BY SIZE INTO WS-JNL-LINE
                   ON OVERFLOW
                       DISPLAY "CAPACITY EXCEEDED: JOURNAL LINE "
                           "TRUNCATED"
                       PERFORM ABEND-RUN
               END-STRING
           END-IF
           WRITE JOURNAL-RECORD FROM WS-JNL-LINE
           MOVE "RECORDS" TO WS-JNL-ACCT
           MOVE WS-JQ-RECS(WS-JQ-I) TO WS-JNL-AMOUNT
           PERFORM WRITE-JOURNAL-LEG-PAIR
           MOVE "PART1" TO WS-JNL-ACCT
           MOVE WS-JQ-P1(WS-JQ-I) TO WS-JNL-AMOUNT
           PERFORM WRITE-JOURNAL-LEG-PAIR
           MOVE "PART2" TO WS-JNL-ACCT
           MOVE WS-JQ-P2(WS-JQ-I) TO WS-JNL-AMOUNT
           PERFORM WRITE-JOURNAL-LEG-PAIR
           .

      *> Debit the measure account and credit its control account -
      *> the other way round for a reversal.
       WRITE-JOURNAL-LEG-PAIR.
           IF WS-JQ-TYPE(WS-JQ-I) = "REVERSE"
               MOVE "DR" TO WS-JNL-SIDE
               PERFORM WRITE-JOURNAL-CONTROL-LEG
               MOVE "CR" TO WS-JNL-SIDE
               PERFORM WRITE-JOURNAL-MEASURE-LEG
           ELSE
               MOVE "DR" TO WS-JNL-SIDE
               PERFORM WRITE-JOURNAL-MEASURE-LEG
               MOVE "CR" TO WS-JNL-SIDE
               PERFORM WRITE-JOURNAL-CONTROL-LEG
           END-IF
           .

       WRITE-JOURNAL-MEASURE-LEG.
           MOVE SPACES TO WS-JNL-LINE
           MOVE WS-JNL-AMOUNT TO WS-DISPLAY-NUM
           STRING "JLEG BATCH=" WS-JNL-BATCH-X
               " ENTRY=" WS-JNL-ENTRY-X " " WS-JNL-SIDE
               " ACCT=" FUNCTION TRIM(WS-JNL-ACCT)
               " AMOUNT=" FUNCTION TRIM(WS-DISPLAY-NUM)
               DELIMITED BY SIZE INTO WS-JNL-LINE
           PERFORM WRITE-JOURNAL-LEG
           .

       WRITE-JOURNAL-CONTROL-LEG.
           MOVE SPACES TO WS-JNL-LINE
           MOVE WS-JNL-AMOUNT TO WS-DISPLAY-NUM
           STRING "JLEG BATCH=" WS-JNL-BATCH-X
               " ENTRY=" WS-JNL-ENTRY-X " " WS-JNL-SIDE
               " ACCT=" FUNCTION TRIM(WS-JNL-ACCT) "-CONTROL"
               " AMOUNT=" FUNCTION TRIM(WS-DISPLAY-NUM)
               DELIMITED BY SIZE INTO WS-JNL-LINE
           PERFORM WRITE-JOURNAL-LEG
           .

       WRITE-JOURNAL-LEG.
           WRITE JOURNAL-RECORD FROM WS-JNL-LINE
           IF WS-JNL-SIDE = "DR"
               ADD WS-JNL-AMOUNT TO WS-JNL-DEBITS
           ELSE
               ADD WS-JNL-AMOUNT TO WS-JNL-CREDITS
           END-IF
           COMPUTE WS-JNL-HASH = FUNCTION MOD(
               WS-JNL-HASH + WS-JNL-AMOUNT * WS-JNL-ENTRY,
               WS-HASH-MODULUS)
           .

      *> Highest batch number already on the journal; 0 when there
      *> is no journal yet.
       FIND-LAST-JOURNAL-BATCH.
           MOVE 0 TO WS-JNL-MAX-BATCH
           OPEN INPUT JOURNAL-FILE
           IF WS-JNL-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           READ JOURNAL-FILE INTO WS-JNL-LINE
           PERFORM UNTIL WS-JNL-STATUS NOT = "00"
               IF WS-JNL-LINE(1:11) = "JHDR BATCH="
                   AND WS-JNL-LINE(12:8) IS NUMERIC
                   IF WS-JNL-LINE(12:8) > WS-JNL-MAX-BATCH
                       MOVE WS-JNL-LINE(12:8) TO WS-JNL-MAX-BATCH
                   END-IF
               END-IF
               READ JOURNAL-FILE INTO WS-JNL-LINE
           END-PERFORM
           CLOSE JOURNAL-FILE
           .

      *> The next-night check: every batch on the journal is matched
      *> to the ledger's last acknowledgement for it. One that was
      *> rejected, or that the ledger never answered, is flagged on
      *> the report and grades the run WARN - finance may be short a
      *> night, or about to key it twice by hand.
       CHECK-JOURNAL-ACKS.
           OPEN INPUT JOURNAL-FILE
           IF WS-JNL-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM LOAD-LEDGER-ACKS
           MOVE 0 TO WS-JNL-OUT-COUNT
           READ JOURNAL-FILE INTO WS-JNL-LINE
           PERFORM UNTIL WS-JNL-STATUS NOT = "00"
               IF WS-JNL-LINE(1:11) = "JHDR BATCH="
                   AND WS-JNL-LINE(12:8) IS NUMERIC
                   PERFORM CHECK-ONE-JOURNAL-BATCH
               END-IF
               READ JOURNAL-FILE INTO WS-JNL-LINE
           END-PERFORM
           CLOSE JOURNAL-FILE
           IF WS-JNL-OUT-COUNT > 0
               MOVE SPACES TO WS-RPT-LINE
               WRITE REPORT-RECORD FROM WS-RPT-LINE
               MOVE 4 TO WS-NEW-SEVERITY
               PERFORM RAISE-SEVERITY
           END-IF
           .

       CHECK-ONE-JOURNAL-BATCH.
           MOVE WS-JNL-LINE(12:8) TO WS-JNL-BATCH
           MOVE 0 TO WS-ACK-FOUND-IX
           PERFORM VARYING WS-ACK-I FROM 1 BY 1
               UNTIL WS-ACK-I > WS-ACK-COUNT
               IF WS-ACK-BATCH(WS-ACK-I) = WS-JNL-BATCH
                   MOVE WS-ACK-I TO WS-ACK-FOUND-IX
               END-IF
           END-PERFORM
           IF WS-ACK-FOUND-IX > 0
               IF WS-ACK-STAT(WS-ACK-FOUND-IX) = "ACCEPTED"
                   EXIT PARAGRAPH
               END-IF
           END-IF
           IF WS-JNL-OUT-COUNT = 0
               MOVE "UNCONFIRMED POSTING JOURNAL BATCHES:"
                   TO WS-RPT-LINE
               WRITE REPORT-RECORD FROM WS-RPT-LINE
           END-IF
           ADD 1 TO WS-JNL-OUT-COUNT
           MOVE SPACES TO WS-RPT-LINE
           IF WS-ACK-FOUND-IX = 0
               STRING "  " FUNCTION TRIM(WS-JNL-LINE(6:100))
                   " - NEVER ACKNOWLEDGED BY THE LEDGER"
                   DELIMITED BY SIZE INTO WS-RPT-LINE
           ELSE
               STRING "  " FUNCTION TRIM(WS-JNL-LINE(6:100))
                   " - " FUNCTION TRIM(WS-ACK-STAT(WS-ACK-FOUND-IX))
                   " BY THE LEDGER: "
                   FUNCTION TRIM(WS-ACK-REASON(WS-ACK-FOUND-IX))
                   DELIMITED BY SIZE INTO WS-RPT-LINE
           END-IF
           WRITE REPORT-RECORD FROM WS-RPT-LINE
           DISPLAY FUNCTION TRIM(WS-RPT-LINE)
           .

      *> Load the ledger's answers. No acknowledgement file yet means
      *> the ledger has answered nothing.
       LOAD-LEDGER-ACKS.
           MOVE 0 TO WS-ACK-COUNT
           OPEN INPUT LEDGER-ACK-FILE
           IF WS-ACK-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           READ LEDGER-ACK-FILE INTO WS-ACK-LINE
           PERFORM UNTIL WS-ACK-STATUS NOT = "00"
               IF WS-ACK-LINE(1:4) = "ACK "
                   PERFORM STORE-LEDGER-ACK
               END-IF
               READ LEDGER-ACK-FILE INTO WS-ACK-LINE
           END-PERFORM
           CLOSE LEDGER-ACK-FILE
           .

       STORE-LEDGER-ACK.
           MOVE SPACES TO WS-JNL-F1
           MOVE SPACES TO WS-JNL-F2
           MOVE SPACES TO WS-JNL-F3
           MOVE SPACES TO WS-JNL-F4
           MOVE FUNCTION TRIM(WS-ACK-LINE) TO WS-JNL-F4
           MOVE 1 TO WS-ACK-PTR
           UNSTRING WS-JNL-F4 DELIMITED BY ALL " "
               INTO WS-JNL-F1 WS-JNL-F2 WS-JNL-F3
               WITH POINTER WS-ACK-PTR
           END-UNSTRING
           IF WS-JNL-F2(1:6) NOT = "BATCH="
               OR WS-JNL-F2(7:8) IS NOT NUMERIC
               OR WS-JNL-F3(1:7) NOT = "STATUS="
               EXIT PARAGRAPH
           END-IF
           IF WS-ACK-COUNT >= WS-ACK-MAX
               MOVE WS-ACK-MAX TO WS-DISPLAY-NUM
               DISPLAY "CAPACITY EXCEEDED: LEDGER ACKNOWLEDGEMENTS "
                   "EXCEED " FUNCTION TRIM(WS-DISPLAY-NUM)
               PERFORM ABEND-RUN
           END-IF
           ADD 1 TO WS-ACK-COUNT
           MOVE WS-JNL-F2(7:8) TO WS-ACK-BATCH(WS-ACK-COUNT)
           MOVE WS-JNL-F3(8:12) TO WS-ACK-STAT(WS-ACK-COUNT)
           MOVE SPACES TO WS-ACK-REASON(WS-ACK-COUNT)
           IF WS-ACK-PTR <= 300
               MOVE WS-JNL-F4(WS-ACK-PTR:)
                   TO WS-ACK-REASON(WS-ACK-COUNT)
           END-IF
           .

      *> Load the processed register's file-id + business-date pairs
      *> for the outstanding-request check. No register yet means
      *> nothing has posted, so every request is outstanding.
           END-IF
           .

      *> One delta transaction line. The code and record number come
      *> off the front into the transaction table; an add or change
      *> then goes through the ordinary hash and PARSE-LINE on the
      *> condition string and group list that follow. A delete
      *> carries nothing to score. Whether the record exists is left
      *> to the population check, once the whole file is in.
       PARSE-DELTA-LINE.
           MOVE WS-PUZZLE-COUNT TO WS-DT-I
           MOVE 0 TO WS-PZ-VALID(WS-DT-I)
           MOVE 0 TO WS-PZ-COND-LEN(WS-DT-I)
           MOVE 0 TO WS-PZ-MACH-CNT(WS-DT-I)
           MOVE 0 TO WS-PZ-ELAPSED(WS-DT-I)
           MOVE 0 TO WS-PZ-ITERS(WS-DT-I)
           MOVE 0 TO WS-PZ-CHITS(WS-DT-I)
           MOVE 0 TO WS-PZ-CMISSES(WS-DT-I)
           MOVE 0 TO WS-PZ-PEAK-SP(WS-DT-I)
           MOVE 0 TO WS-DT-OK(WS-DT-I)
           MOVE 0 TO WS-DT-REC(WS-DT-I)
           MOVE SPACES TO WS-DT-CODE-X
           MOVE SPACES TO WS-DT-REC-X
           MOVE FUNCTION TRIM(WS-LINE) TO WS-TRIMMED
           MOVE 1 TO WS-DT-PTR
           UNSTRING WS-TRIMMED DELIMITED BY ALL " "
               INTO WS-DT-CODE-X WS-DT-REC-X
               WITH POINTER WS-DT-PTR
           END-UNSTRING
           MOVE WS-DT-CODE-X(1:1) TO WS-DT-CODE(WS-DT-I)
           MOVE 0 TO WS-DT-LEN
           IF WS-DT-REC-X NOT = SPACES
               MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-DT-REC-X))
                   TO WS-DT-LEN
           END-IF
           IF WS-DT-LEN = 0 OR WS-DT-LEN > 8
               MOVE 107 TO WS-REJECT-CODE
               PERFORM REJECT-DELTA-TRANSACTION
               EXIT PARAGRAPH
           END-IF
           IF WS-DT-REC-X(1:WS-DT-LEN) IS NOT NUMERIC
               MOVE 107 TO WS-REJECT-CODE
               PERFORM REJECT-DELTA-TRANSACTION
               EXIT PARAGRAPH
           END-IF
           MOVE WS-DT-REC-X(1:WS-DT-LEN) TO WS-DT-REC(WS-DT-I)
           MOVE WS-DT-REC(WS-DT-I) TO WS-PZ-REC-NO(WS-DT-I)
           IF WS-DT-REC(WS-DT-I) = 0
               OR (WS-DT-CODE-X NOT = "A" AND WS-DT-CODE-X NOT = "C"
                   AND WS-DT-CODE-X NOT = "D")
               MOVE 107 TO WS-REJECT-CODE
               PERFORM REJECT-DELTA-TRANSACTION
               EXIT PARAGRAPH
           END-IF
           IF WS-DT-CODE-X = "D"
               MOVE 1 TO WS-DT-OK(WS-DT-I)
               EXIT PARAGRAPH
           END-IF
           IF WS-DT-PTR > FUNCTION LENGTH(WS-TRIMMED)
               MOVE 107 TO WS-REJECT-CODE
               PERFORM REJECT-DELTA-TRANSACTION
               EXIT PARAGRAPH
           END-IF
           MOVE WS-TRIMMED(WS-DT-PTR:) TO WS-LINE
           IF WS-LINE = SPACES
               MOVE 107 TO WS-REJECT-CODE
               PERFORM REJECT-DELTA-TRANSACTION
               EXIT PARAGRAPH
           END-IF
           PERFORM ACCUMULATE-FILE-HASH
           MOVE 1 TO WS-DT-PARSING
           PERFORM PARSE-LINE
           MOVE 0 TO WS-DT-PARSING
           IF WS-LINE-REJECTED = 1
               ADD 1 TO WS-DT-REJECTS
           ELSE
               MOVE 1 TO WS-DT-OK(WS-DT-I)
           END-IF
           .

      *> Validates the record as it parses; a record that fails any
      *> check is logged to the exception file and left out of
      *> WS-SUM1/WS-SUM2 instead of feeding garbage into DO-COUNT.
           MOVE 0 TO WS-PZ-CHITS(WS-PUZZLE-COUNT)
           MOVE 0 TO WS-PZ-CMISSES(WS-PUZZLE-COUNT)
           MOVE 0 TO WS-PZ-PEAK-SP(WS-PUZZLE-COUNT)
           MOVE WS-PUZZLE-COUNT TO WS-PZ-REC-NO(WS-PUZZLE-COUNT)
           IF WS-DT-PARSING = 1
               MOVE WS-DT-REC(WS-DT-I) TO WS-PZ-REC-NO(WS-PUZZLE-COUNT)
           END-IF
           MOVE FUNCTION TRIM(WS-LINE) TO WS-TRIMMED
           MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-LINE))
               TO WS-LINE-LEN
           END-IF

           IF WS-LINE-REJECTED = 1
               MOVE WS-PZ-REC-NO(WS-PUZZLE-COUNT) TO WS-EXC-REC-NO
               PERFORM LOG-EXCEPTION
           ELSE
               MOVE 1 TO WS-PZ-VALID(WS-PUZZLE-COUNT)
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-EXC-LINE
           MOVE WS-EXC-REC-NO TO WS-DISPLAY-NUM
           STRING "SRC=" FUNCTION TRIM(WS-INPUT-PATH)
               " RECORD " FUNCTION TRIM(WS-DISPLAY-NUM)
               ": RC=" WS-REJECT-CODE " " WS-REJECT-REASON
           ADD 1 TO WS-EXC-COUNT
           ADD 1 TO WS-FILE-EXC-COUNT
           IF WS-EXM-ENABLED = 1
               MOVE WS-EXC-REC-NO TO WS-EXM-REC-NO
               PERFORM TRACK-EXCEPTION-MASTER
           END-IF
           .

      *> Fold this reject into the exception master under
      *> WS-EXM-REC-NO (the record number, or 0 for a whole-file
      *> sender failure): an entry already on the master stays (or
      *> goes back to) OPEN with the fresh reason code; a new one
      *> opens at age 0. Reopening a CORRECTED entry is deliberate -
      *> the source re-sent the record and it rejected again, so
      *> the repair did not hold.
       TRACK-EXCEPTION-MASTER.
           MOVE 0 TO WS-EXM-FOUND-IX
           PERFORM VARYING WS-EXM-I FROM 1 BY 1
               UNTIL WS-EXM-I > WS-EXM-COUNT
               IF WS-EXM-SRC(WS-EXM-I) = WS-INPUT-PATH
                   AND WS-EXM-REC(WS-EXM-I) = WS-EXM-REC-NO
                   MOVE WS-EXM-I TO WS-EXM-FOUND-IX
                   EXIT PERFORM
               END-IF
           IF WS-EXM-FOUND-IX > 0
               MOVE WS-REJECT-CODE TO WS-EXM-RC(WS-EXM-FOUND-IX)
               MOVE "OPEN" TO WS-EXM-STAT(WS-EXM-FOUND-IX)
               MOVE SPACES TO WS-EXM-MAKER(WS-EXM-FOUND-IX)
               MOVE SPACES TO WS-EXM-CHECKER(WS-EXM-FOUND-IX)
           ELSE
               IF WS-EXM-COUNT >= WS-EXM-MAX
                   MOVE WS-EXM-MAX TO WS-DISPLAY-NUM
               END-IF
               ADD 1 TO WS-EXM-COUNT
               MOVE WS-INPUT-PATH TO WS-EXM-SRC(WS-EXM-COUNT)
               MOVE WS-EXM-REC-NO TO WS-EXM-REC(WS-EXM-COUNT)
               MOVE WS-REJECT-CODE TO WS-EXM-RC(WS-EXM-COUNT)
               MOVE "OPEN" TO WS-EXM-STAT(WS-EXM-COUNT)
               MOVE 0 TO WS-EXM-AGE(WS-EXM-COUNT)
               MOVE WS-RUN-DATE TO WS-EXM-FIRST(WS-EXM-COUNT)
               MOVE 1 TO WS-EXM-NEW(WS-EXM-COUNT)
               MOVE SPACES TO WS-EXM-MAKER(WS-EXM-COUNT)
               MOVE SPACES TO WS-EXM-CHECKER(WS-EXM-COUNT)
           END-IF
           .

           MOVE SPACES TO WS-EXM-F4
           MOVE SPACES TO WS-EXM-F5
           MOVE SPACES TO WS-EXM-F6
           MOVE SPACES TO WS-EXM-F7
           MOVE SPACES TO WS-EXM-F8
           UNSTRING FUNCTION TRIM(WS-EXM-LINE)
               DELIMITED BY ALL " "
               INTO WS-EXM-F1 WS-EXM-F2 WS-EXM-F3 WS-EXM-F4
                   WS-EXM-F5 WS-EXM-F6 WS-EXM-F7 WS-EXM-F8
           END-UNSTRING
           IF WS-EXM-F1(1:4) NOT = "SRC="
               OR WS-EXM-F2(1:7) NOT = "RECORD="
               TO WS-EXM-AGE(WS-EXM-COUNT)
           MOVE WS-EXM-F6(7:10) TO WS-EXM-FIRST(WS-EXM-COUNT)
           MOVE 0 TO WS-EXM-NEW(WS-EXM-COUNT)
           MOVE SPACES TO WS-EXM-MAKER(WS-EXM-COUNT)
           MOVE SPACES TO WS-EXM-CHECKER(WS-EXM-COUNT)
           IF WS-EXM-F7(1:6) = "MAKER="
               AND WS-EXM-F8(1:8) = "CHECKER="
               MOVE WS-EXM-F7(7:20) TO WS-EXM-MAKER(WS-EXM-COUNT)
               MOVE WS-EXM-F8(9:20) TO WS-EXM-CHECKER(WS-EXM-COUNT)
           END-IF
           .

      *> Age the master one run: every OPEN entry whose source this
               WHEN 103
                   MOVE "NON-NUMERIC GROUP COUNT"
                       TO WS-REASON-TEXT
               WHEN 104
                   MOVE "DELTA CHANGE FOR A RECORD NOT ON POPULATION"
                       TO WS-REASON-TEXT
               WHEN 105
                   MOVE "DELTA DELETE FOR A RECORD NOT ON POPULATION"
                       TO WS-REASON-TEXT
               WHEN 106
                   MOVE "DELTA ADD FOR A RECORD ALREADY ON POPULATION"
                       TO WS-REASON-TEXT
               WHEN 107
                   MOVE "INVALID DELTA TRANSACTION" TO WS-REASON-TEXT
               WHEN 201
                   MOVE "FILE UNREADABLE" TO WS-REASON-TEXT
               WHEN 202
                       TO WS-REASON-TEXT
               WHEN 203
                   MOVE "DUPLICATE TRANSMISSION" TO WS-REASON-TEXT
               WHEN 204
                   MOVE "SENDER NOT ON AUTHORIZED-SENDER MASTER"
                       TO WS-REASON-TEXT
               WHEN 205
                   MOVE "SENDER SUSPENDED" TO WS-REASON-TEXT
               WHEN 206
                   MOVE "VOLUME OUTSIDE SENDER RECORDS BAND"
                       TO WS-REASON-TEXT
               WHEN 207
                   MOVE "BUSINESS DATE INVALID" TO WS-REASON-TEXT
               WHEN 208
                   MOVE "BUSINESS DATE IN THE FUTURE"
                       TO WS-REASON-TEXT
               WHEN 209
                   MOVE "BUSINESS DATE IN A CLOSED MONTH"
                       TO WS-REASON-TEXT
               WHEN 210
                   MOVE "BUSINESS DATE NOT A BUSINESS DAY"
                       TO WS-REASON-TEXT
               WHEN 211
                   MOVE "BUSINESS DATE OLDER THAN ALLOWED AGE"
                       TO WS-REASON-TEXT
               WHEN 212
                   MOVE "DELTA WITHOUT A POPULATION MASTER"
                       TO WS-REASON-TEXT
               WHEN 213
                   MOVE "POPULATION SCORED AT ANOTHER UNFOLD FACTOR"
                       TO WS-REASON-TEXT
               WHEN OTHER
                   MOVE "UNKNOWN REASON CODE" TO WS-REASON-TEXT
           END-EVALUATE
                           "MASTER LINE TRUNCATED"
                       PERFORM ABEND-RUN
               END-STRING
               IF WS-EXM-MAKER(WS-EXM-I) NOT = SPACES
                   STRING FUNCTION TRIM(WS-EXM-LINE) " MAKER="
                       FUNCTION TRIM(WS-EXM-MAKER(WS-EXM-I))
                       " CHECKER="
                       FUNCTION TRIM(WS-EXM-CHECKER(WS-EXM-I))
                       DELIMITED BY SIZE INTO WS-EXM-LINE
                       ON OVERFLOW
                           DISPLAY "CAPACITY EXCEEDED: EXCEPTION "
                               "MASTER LINE TRUNCATED"
                           PERFORM ABEND-RUN
                   END-STRING
               END-IF
               WRITE EXCMASTER-RECORD FROM WS-EXM-LINE
           END-PERFORM
           CLOSE EXCMASTER-FILE
           .

      *> A correction run's applied repair closes the books on its
      *> master entry, under the two operators who keyed and
      *> approved it.
       MARK-EXCEPTION-CORRECTED.
           PERFORM VARYING WS-EXM-I FROM 1 BY 1
               UNTIL WS-EXM-I > WS-EXM-COUNT
               IF WS-EXM-SRC(WS-EXM-I) = WS-RPR-SRC
                   AND WS-EXM-REC(WS-EXM-I) = WS-RPR-REC-NO
                   MOVE "CORRECTED" TO WS-EXM-STAT(WS-EXM-I)
                   MOVE WS-CQ-MAKER TO WS-EXM-MAKER(WS-EXM-I)
                   MOVE WS-CQ-CHECKER TO WS-EXM-CHECKER(WS-EXM-I)
                   EXIT PERFORM
               END-IF
           END-PERFORM
