       IDENTIFICATION DIVISION.
       PROGRAM-ID. ADVENT-2023-12-SENDMST.

      *> Maintenance program for the authorized-sender master the
      *> main program consults (SENDER_MASTER): one keyed record per
      *> legitimate upstream HDR file-id, carrying the collector that
      *> owns it, its ACTIVE/SUSPENDED status, the records-per-file
      *> band a normal transmission falls inside, and who to call.
      *> A transmission whose file-id is not on the master, is
      *> SUSPENDED, or whose volume falls outside the band is failed
      *> by ADVENT-2023-12 before it can post.
      *> SENDMST_MODE picks the job:
      *>     ADD     - put a new file-id on the master, ACTIVE
      *>     CHANGE  - amend any of collector, status, band, contact
      *>               for an existing file-id; fields left unset
      *>               keep their current values
      *>     SUSPEND - stop a file-id posting without losing its
      *>               record (CHANGE with SENDER_STATUS=ACTIVE puts
      *>               it back)
      *>     LIST    - every sender on the master, in file-id order
      *> The fields come from SENDER_FILE_ID, SENDER_COLLECTOR,
      *> SENDER_STATUS, SENDER_MIN_RECORDS, SENDER_MAX_RECORDS and
      *> SENDER_CONTACT. A band of 0/0 means no volume check; a
      *> maximum of 0 with a minimum set means no upper limit.
      *> The record layout here must match the main program's FD
      *> SENDER-MASTER exactly.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SENDER-MASTER ASSIGN TO DYNAMIC WS-SENDER-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SM-FILE-ID
               FILE STATUS IS WS-SND-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD SENDER-MASTER.
       01 SENDER-RECORD.
           05 SM-FILE-ID            PIC X(40).
           05 SM-COLLECTOR          PIC X(40).
           05 SM-STATUS             PIC X(9).
           05 SM-MIN-RECS           PIC 9(8).
           05 SM-MAX-RECS           PIC 9(8).
           05 SM-CONTACT            PIC X(80).
           05 SM-CHANGED            PIC X(10).

       WORKING-STORAGE SECTION.
       01 WS-SENDER-PATH            PIC X(256) VALUE SPACES.
       01 WS-UTIL-MODE              PIC X(8) VALUE SPACES.
       01 WS-ENV-VALUE              PIC X(256).
       01 WS-SND-STATUS             PIC XX.
       01 WS-CURRENT-DATE           PIC X(21).
       01 WS-RUN-DATE               PIC X(10).

      *> The operator's values, each with a -SET flag so CHANGE can
      *> tell "leave it alone" from "set it to blank/zero".
       01 WS-IN-FILE-ID             PIC X(40) VALUE SPACES.
       01 WS-IN-COLLECTOR           PIC X(40) VALUE SPACES.
       01 WS-IN-COLLECTOR-SET       PIC 9 VALUE 0.
       01 WS-IN-STATUS              PIC X(9) VALUE SPACES.
       01 WS-IN-STATUS-SET          PIC 9 VALUE 0.
       01 WS-IN-MIN                 PIC 9(8) VALUE 0.
       01 WS-IN-MIN-SET             PIC 9 VALUE 0.
       01 WS-IN-MAX                 PIC 9(8) VALUE 0.
       01 WS-IN-MAX-SET             PIC 9 VALUE 0.
       01 WS-IN-CONTACT             PIC X(80) VALUE SPACES.
       01 WS-IN-CONTACT-SET         PIC 9 VALUE 0.

       01 WS-LIST-COUNT             PIC 9(8) VALUE 0.
       01 WS-ACTIVE-COUNT           PIC 9(8) VALUE 0.
       01 WS-SUSPENDED-COUNT        PIC 9(8) VALUE 0.
       01 WS-BAND-TEXT              PIC X(40).
       01 WS-DISPLAY-NUM            PIC Z(17)9.
       01 WS-DISPLAY-NUM2           PIC Z(17)9.

       PROCEDURE DIVISION.
       MAIN-PROGRAM.
           PERFORM INIT-PARAMETERS
           EVALUATE WS-UTIL-MODE
               WHEN "ADD"
                   PERFORM RUN-ADD
               WHEN "CHANGE"
                   PERFORM RUN-CHANGE
               WHEN "SUSPEND"
                   PERFORM RUN-SUSPEND
               WHEN "LIST"
                   PERFORM RUN-LIST
           END-EVALUATE
           STOP RUN.

       INIT-PARAMETERS.
           MOVE SPACES TO WS-ENV-VALUE
           DISPLAY "SENDER_MASTER" UPON ENVIRONMENT-NAME
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT-VALUE
           IF WS-ENV-VALUE NOT = SPACES
               MOVE WS-ENV-VALUE TO WS-SENDER-PATH
           END-IF

           MOVE SPACES TO WS-ENV-VALUE
           DISPLAY "SENDMST_MODE" UPON ENVIRONMENT-NAME
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT-VALUE
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-ENV-VALUE))
               TO WS-UTIL-MODE
           IF WS-UTIL-MODE NOT = "ADD"
               AND WS-UTIL-MODE NOT = "CHANGE"
               AND WS-UTIL-MODE NOT = "SUSPEND"
               AND WS-UTIL-MODE NOT = "LIST"
               DISPLAY "UNKNOWN SENDMST_MODE "
                   FUNCTION TRIM(WS-UTIL-MODE)
                   " - EXPECTED ADD, CHANGE, SUSPEND, OR LIST"
               PERFORM ABEND-RUN
           END-IF

           MOVE SPACES TO WS-ENV-VALUE
           DISPLAY "SENDER_FILE_ID" UPON ENVIRONMENT-NAME
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT-VALUE
           IF WS-ENV-VALUE NOT = SPACES
               MOVE FUNCTION TRIM(WS-ENV-VALUE) TO WS-IN-FILE-ID
           END-IF

           MOVE SPACES TO WS-ENV-VALUE
           DISPLAY "SENDER_COLLECTOR" UPON ENVIRONMENT-NAME
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT-VALUE
           IF WS-ENV-VALUE NOT = SPACES
               MOVE FUNCTION TRIM(WS-ENV-VALUE) TO WS-IN-COLLECTOR
               MOVE 1 TO WS-IN-COLLECTOR-SET
           END-IF

           MOVE SPACES TO WS-ENV-VALUE
           DISPLAY "SENDER_STATUS" UPON ENVIRONMENT-NAME
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT-VALUE
           IF WS-ENV-VALUE NOT = SPACES
               MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-ENV-VALUE))
                   TO WS-IN-STATUS
               IF WS-IN-STATUS NOT = "ACTIVE"
                   AND WS-IN-STATUS NOT = "SUSPENDED"
                   DISPLAY "UNKNOWN SENDER_STATUS "
                       FUNCTION TRIM(WS-IN-STATUS)
                       " - EXPECTED ACTIVE OR SUSPENDED"
                   PERFORM ABEND-RUN
               END-IF
               MOVE 1 TO WS-IN-STATUS-SET
           END-IF

           MOVE SPACES TO WS-ENV-VALUE
           DISPLAY "SENDER_MIN_RECORDS" UPON ENVIRONMENT-NAME
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT-VALUE
           IF WS-ENV-VALUE NOT = SPACES
               IF FUNCTION TEST-NUMVAL(FUNCTION TRIM(WS-ENV-VALUE))
                   NOT = 0
                   DISPLAY "SENDER_MIN_RECORDS IS NOT NUMERIC: "
                       FUNCTION TRIM(WS-ENV-VALUE)
                   PERFORM ABEND-RUN
               END-IF
               MOVE FUNCTION NUMVAL(FUNCTION TRIM(WS-ENV-VALUE))
                   TO WS-IN-MIN
               MOVE 1 TO WS-IN-MIN-SET
           END-IF

           MOVE SPACES TO WS-ENV-VALUE
           DISPLAY "SENDER_MAX_RECORDS" UPON ENVIRONMENT-NAME
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT-VALUE
           IF WS-ENV-VALUE NOT = SPACES
               IF FUNCTION TEST-NUMVAL(FUNCTION TRIM(WS-ENV-VALUE))
                   NOT = 0
                   DISPLAY "SENDER_MAX_RECORDS IS NOT NUMERIC: "
                       FUNCTION TRIM(WS-ENV-VALUE)
                   PERFORM ABEND-RUN
               END-IF
               MOVE FUNCTION NUMVAL(FUNCTION TRIM(WS-ENV-VALUE))
                   TO WS-IN-MAX
               MOVE 1 TO WS-IN-MAX-SET
           END-IF

           MOVE SPACES TO WS-ENV-VALUE
           DISPLAY "SENDER_CONTACT" UPON ENVIRONMENT-NAME
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT-VALUE
           IF WS-ENV-VALUE NOT = SPACES
               MOVE FUNCTION TRIM(WS-ENV-VALUE) TO WS-IN-CONTACT
               MOVE 1 TO WS-IN-CONTACT-SET
           END-IF

           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
           MOVE SPACES TO WS-RUN-DATE
           STRING WS-CURRENT-DATE(1:4) "-" WS-CURRENT-DATE(5:2)
               "-" WS-CURRENT-DATE(7:2) DELIMITED BY SIZE
               INTO WS-RUN-DATE

           IF WS-SENDER-PATH = SPACES
               DISPLAY "SENDER_MASTER MUST NAME THE SENDER MASTER FILE"
               PERFORM ABEND-RUN
           END-IF
           IF WS-UTIL-MODE NOT = "LIST" AND WS-IN-FILE-ID = SPACES
               DISPLAY "SENDER_FILE_ID MUST NAME THE HDR FILE-ID TO "
                   "MAINTAIN"
               PERFORM ABEND-RUN
           END-IF
           IF WS-UTIL-MODE = "ADD" AND WS-IN-COLLECTOR-SET = 0
               DISPLAY "SENDER_COLLECTOR MUST NAME THE OWNING "
                   "COLLECTOR FOR A NEW SENDER"
               PERFORM ABEND-RUN
           END-IF
           .

      *> A master that does not exist yet is created empty on the
      *> first ADD, same as the results master - no separate
      *> initialization job.
       OPEN-MASTER-I-O.
           OPEN I-O SENDER-MASTER
           IF WS-SND-STATUS = "35"
               OPEN OUTPUT SENDER-MASTER
               IF WS-SND-STATUS = "00"
                   CLOSE SENDER-MASTER
                   OPEN I-O SENDER-MASTER
               END-IF
           END-IF
           IF WS-SND-STATUS NOT = "00"
               DISPLAY "CANNOT OPEN SENDER MASTER "
                   FUNCTION TRIM(WS-SENDER-PATH)
                   " - STATUS " WS-SND-STATUS
               PERFORM ABEND-RUN
           END-IF
           .

      *> Read the operator's file-id for CHANGE/SUSPEND; a file-id
      *> that is not on the master is an operator error, not a
      *> silent add.
       READ-SENDER-FOR-UPDATE.
           PERFORM OPEN-MASTER-I-O
           MOVE WS-IN-FILE-ID TO SM-FILE-ID
           READ SENDER-MASTER
           IF WS-SND-STATUS NOT = "00"
               DISPLAY "SENDER " FUNCTION TRIM(WS-IN-FILE-ID)
                   " IS NOT ON THE MASTER - STATUS " WS-SND-STATUS
               CLOSE SENDER-MASTER
               PERFORM ABEND-RUN
           END-IF
           .

      *> A band whose floor sits above its ceiling would fail every
      *> transmission the sender ever makes - refused at entry.
       CHECK-BAND.
           IF SM-MAX-RECS > 0 AND SM-MIN-RECS > SM-MAX-RECS
               MOVE SM-MIN-RECS TO WS-DISPLAY-NUM
               MOVE SM-MAX-RECS TO WS-DISPLAY-NUM2
               DISPLAY "SENDER_MIN_RECORDS "
                   FUNCTION TRIM(WS-DISPLAY-NUM)
                   " EXCEEDS SENDER_MAX_RECORDS "
                   FUNCTION TRIM(WS-DISPLAY-NUM2)
               CLOSE SENDER-MASTER
               PERFORM ABEND-RUN
           END-IF
           .

       RUN-ADD.
           PERFORM OPEN-MASTER-I-O
           MOVE WS-IN-FILE-ID TO SM-FILE-ID
           MOVE WS-IN-COLLECTOR TO SM-COLLECTOR
           IF WS-IN-STATUS-SET = 1
               MOVE WS-IN-STATUS TO SM-STATUS
           ELSE
               MOVE "ACTIVE" TO SM-STATUS
           END-IF
           MOVE WS-IN-MIN TO SM-MIN-RECS
           MOVE WS-IN-MAX TO SM-MAX-RECS
           MOVE WS-IN-CONTACT TO SM-CONTACT
           MOVE WS-RUN-DATE TO SM-CHANGED
           PERFORM CHECK-BAND
           WRITE SENDER-RECORD
           IF WS-SND-STATUS = "22"
               DISPLAY "SENDER " FUNCTION TRIM(WS-IN-FILE-ID)
                   " IS ALREADY ON THE MASTER - USE CHANGE"
               CLOSE SENDER-MASTER
               PERFORM ABEND-RUN
           END-IF
           IF WS-SND-STATUS NOT = "00"
               DISPLAY "SENDER MASTER WRITE FAILED - STATUS "
                   WS-SND-STATUS
               CLOSE SENDER-MASTER
               PERFORM ABEND-RUN
           END-IF
           CLOSE SENDER-MASTER
           DISPLAY "SENDER ADDED:"
           PERFORM DISPLAY-SENDER
           .

       RUN-CHANGE.
           PERFORM READ-SENDER-FOR-UPDATE
           IF WS-IN-COLLECTOR-SET = 1
               MOVE WS-IN-COLLECTOR TO SM-COLLECTOR
           END-IF
           IF WS-IN-STATUS-SET = 1
               MOVE WS-IN-STATUS TO SM-STATUS
           END-IF
           IF WS-IN-MIN-SET = 1
               MOVE WS-IN-MIN TO SM-MIN-RECS
           END-IF
           IF WS-IN-MAX-SET = 1
               MOVE WS-IN-MAX TO SM-MAX-RECS
           END-IF
           IF WS-IN-CONTACT-SET = 1
               MOVE WS-IN-CONTACT TO SM-CONTACT
           END-IF
           MOVE WS-RUN-DATE TO SM-CHANGED
           PERFORM CHECK-BAND
           PERFORM REWRITE-SENDER
           DISPLAY "SENDER CHANGED:"
           PERFORM DISPLAY-SENDER
           .

       RUN-SUSPEND.
           PERFORM READ-SENDER-FOR-UPDATE
           IF SM-STATUS = "SUSPENDED"
               DISPLAY "SENDER " FUNCTION TRIM(WS-IN-FILE-ID)
                   " IS ALREADY SUSPENDED"
               CLOSE SENDER-MASTER
               EXIT PARAGRAPH
           END-IF
           MOVE "SUSPENDED" TO SM-STATUS
           MOVE WS-RUN-DATE TO SM-CHANGED
           PERFORM REWRITE-SENDER
           DISPLAY "SENDER SUSPENDED:"
           PERFORM DISPLAY-SENDER
           .

       REWRITE-SENDER.
           REWRITE SENDER-RECORD
           IF WS-SND-STATUS NOT = "00"
               DISPLAY "SENDER MASTER REWRITE FAILED - STATUS "
                   WS-SND-STATUS
               CLOSE SENDER-MASTER
               PERFORM ABEND-RUN
           END-IF
           CLOSE SENDER-MASTER
           .

       RUN-LIST.
           OPEN INPUT SENDER-MASTER
           IF WS-SND-STATUS NOT = "00"
               DISPLAY "CANNOT OPEN SENDER MASTER "
                   FUNCTION TRIM(WS-SENDER-PATH)
                   " - STATUS " WS-SND-STATUS
               PERFORM ABEND-RUN
           END-IF
           DISPLAY "AUTHORIZED SENDER MASTER "
               FUNCTION TRIM(WS-SENDER-PATH)
           READ SENDER-MASTER NEXT RECORD
           PERFORM UNTIL WS-SND-STATUS NOT = "00"
               ADD 1 TO WS-LIST-COUNT
               IF SM-STATUS = "SUSPENDED"
                   ADD 1 TO WS-SUSPENDED-COUNT
               ELSE
                   ADD 1 TO WS-ACTIVE-COUNT
               END-IF
               PERFORM DISPLAY-SENDER
               READ SENDER-MASTER NEXT RECORD
           END-PERFORM
           CLOSE SENDER-MASTER
           MOVE WS-LIST-COUNT TO WS-DISPLAY-NUM
           DISPLAY FUNCTION TRIM(WS-DISPLAY-NUM) " SENDERS"
           MOVE WS-ACTIVE-COUNT TO WS-DISPLAY-NUM
           MOVE WS-SUSPENDED-COUNT TO WS-DISPLAY-NUM2
           DISPLAY "  ACTIVE: " FUNCTION TRIM(WS-DISPLAY-NUM)
               "  SUSPENDED: " FUNCTION TRIM(WS-DISPLAY-NUM2)
           .

      *> One sender, two console lines: identity and status, then
      *> band and contact.
       DISPLAY-SENDER.
           MOVE SPACES TO WS-BAND-TEXT
           IF SM-MIN-RECS = 0 AND SM-MAX-RECS = 0
               MOVE "ANY" TO WS-BAND-TEXT
           ELSE
               MOVE SM-MIN-RECS TO WS-DISPLAY-NUM
               IF SM-MAX-RECS = 0
                   STRING FUNCTION TRIM(WS-DISPLAY-NUM) "-(NO LIMIT)"
                       DELIMITED BY SIZE INTO WS-BAND-TEXT
               ELSE
                   MOVE SM-MAX-RECS TO WS-DISPLAY-NUM2
                   STRING FUNCTION TRIM(WS-DISPLAY-NUM) "-"
                       FUNCTION TRIM(WS-DISPLAY-NUM2)
                       DELIMITED BY SIZE INTO WS-BAND-TEXT
               END-IF
           END-IF
           DISPLAY "  FILEID=" FUNCTION TRIM(SM-FILE-ID)
               " COLLECTOR=" FUNCTION TRIM(SM-COLLECTOR)
               " STATUS=" FUNCTION TRIM(SM-STATUS)
               " CHANGED=" SM-CHANGED
           DISPLAY "    RECORDS=" FUNCTION TRIM(WS-BAND-TEXT)
               " CONTACT=" FUNCTION TRIM(SM-CONTACT)
           .

      *> Hard abend: return code 16, as in the main program.
       ABEND-RUN.
           MOVE 16 TO RETURN-CODE
           STOP RUN
           .

       END PROGRAM ADVENT-2023-12-SENDMST.
