       IDENTIFICATION DIVISION.
       PROGRAM-ID. MAIN-PROGRAM-SLAMONITOR.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EXPECTED-FILE ASSIGN TO EXPECTED-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT DELIVERY-LOG-FILE ASSIGN TO "deliverylog.txt"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT DONE-FILE ASSIGN TO DONE-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT HOLIDAY-FILE ASSIGN TO HOLIDAY-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT SCHEDULE-FILE ASSIGN TO SCHEDULE-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT SLA-FILE ASSIGN TO "slareport.txt"
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.

       FILE SECTION.
      *the expected-deliveries calendar - one file (or one '*'
      *pattern) per line, the direction it moves, the calendar that
      *says which nights it is due, the HHMM it must have landed by,
      *and optionally the scheduler window that carries it:
      *  payroll/run*.dat GET WEEKDAYS 2330 payroll.mft
      *  gl/journal.dat   PUT WEEKDAYS 0030 glpush.mft
      *  partner/rates.csv GET DAILY   0200
      *a deadline before noon belongs to the morning after the
      *business date, the same way the scheduler's wrapped windows
      *do. lines starting '*' are comments
       FD EXPECTED-FILE.
       01  EXPECTED-LINE PIC X(132).

      *the client's side of the night - one line per manifest line,
      *FILE= BYTES= BLOCKS= OUTCOME= VERIFY= START= END= SERVER=
       FD DELIVERY-LOG-FILE.
       01  DELIVERY-LOG-RECORD PIC X(200).

      *a scheduler window's completion history - run date and
      *status, then when the window ran, one line per attempt with
      *the last for the night speaking for the window
       FD DONE-FILE.
       01  DONE-LINE PIC X(132).

      *the scheduler's holiday list, read by the same rule
       FD HOLIDAY-FILE.
       01  HOLIDAY-LINE PIC X(20).

      *the scheduler's own window list - only the manifest names
      *and start times are wanted here, to tell which windows run
      *past midnight onto the next calendar date
       FD SCHEDULE-FILE.
       01  SCHEDULE-LINE PIC X(80).

      *one line per expected file and its verdict
       FD SLA-FILE.
       01  SLA-RECORD PIC X(160).

       WORKING-STORAGE SECTION.

       01  EXPECTED-FILE-NAME PIC X(20) VALUE "expected.txt".
       01  HOLIDAY-FILE-NAME PIC X(20) VALUE "holidays.txt".
       01  SCHEDULE-FILE-NAME PIC X(20) VALUE "schedule.txt".
       01  DELIVERY-LOG-NAME PIC X(20) VALUE "deliverylog.txt".
       01  DONE-FILE-NAME PIC X(40).

       01  FILE-DETAILS.
           03  FD-FILE-SIZE PIC 9(18) COMP-X.
           03  FD-DAY BINARY-CHAR.
           03  FD-MONTH BINARY-CHAR.
           03  FD-YEAR PIC 9(4) COMP-X.
           03  FD-HOURS BINARY-CHAR.
           03  FD-MINUTES BINARY-CHAR.
           03  FD-SECONDS BINARY-CHAR.
           03  FD-FILLER BINARY-CHAR.
       01  FILE-CHECK-RC BINARY-LONG.

      *the whole calendar, loaded up front the way the scheduler
      *loads its windows
       01  MAX-EXPECTED BINARY-LONG VALUE 100.
       01  EXPECTED-COUNT BINARY-LONG VALUE 0.
       01  EXPECTED-TABLE.
           03  EXPECTED-ENTRY OCCURS 100 TIMES.
               05  EXP-PATTERN PIC X(64).
               05  EXP-DIRECTION PIC X(4).
               05  EXP-CALENDAR PIC X(10).
               05  EXP-DEADLINE BINARY-LONG.
               05  EXP-WINDOW PIC X(20).
       01  EXP-IDX BINARY-LONG.
       01  EXPECTED-EOF BINARY-SHORT VALUE 0.
       01  EXPECTED-BAD BINARY-SHORT VALUE 0.

      *one calendar line split apart for loading
       01  PARSE-PATTERN PIC X(64).
       01  PARSE-DIRECTION PIC X(10).
       01  PARSE-CALENDAR PIC X(10).
       01  PARSE-DEADLINE PIC X(10).
       01  PARSE-WINDOW PIC X(20).

      *the client's deliveries, loaded whole - the log is taken to
      *be this night's alone, the same assumption reconcile makes
       01  MAX-DELIVERIES BINARY-LONG VALUE 200.
       01  DELIVERY-COUNT BINARY-LONG VALUE 0.
       01  DELIVERY-TABLE.
           03  DELIVERY-ENTRY OCCURS 200 TIMES.
               05  DL-EVENT PIC X(4).
               05  DL-NAME PIC X(64).
               05  DL-OUTCOME PIC X(4).
               05  DL-END PIC X(16).
       01  DL-IDX BINARY-LONG.
       01  DELIVERY-EOF BINARY-SHORT VALUE 0.
       01  LINES-IGNORED BINARY-LONG VALUE 0.

      *one delivery line split on its own markers
       01  PARSE-EVENT PIC X(4).
       01  PARSE-REST-1 PIC X(128).
       01  PARSE-REST-2 PIC X(118).
       01  PARSE-REST-3 PIC X(60).
       01  PARSE-REST-4 PIC X(40).
       01  PARSE-NAME-PART PIC X(64).
       01  PARSE-BYTES-PART PIC X(12).
       01  PARSE-BLOCKS-PART PIC X(10).
       01  PARSE-OUTCOME-PART PIC X(10).
       01  PARSE-VERIFY-PART PIC X(10).
       01  PARSE-END-PART PIC X(16).

      *BUSINESS-DATE is the night being judged - unless the
      *operator names another night on the command line, today
      *from noon on and yesterday before it, so the report run
      *the morning after judges the night just gone
       01  COMMAND-ARGS PIC X(40).
       01  BUSINESS-DATE PIC 9(8).
       01  CURRENT-DATE-NUM PIC 9(8).
       01  CURRENT-TIME-RAW PIC 9(8).
       01  CURRENT-HHMM BINARY-LONG.
       01  NOW-STAMP BINARY-DOUBLE.

      *the scheduler's windows in run order, each with the days it
      *has wrapped past midnight - a start earlier than the window
      *before it moves it, and every window after it, a day on. no
      *schedule.txt, or a window it does not name, means no wrap
       01  MAX-SCHEDULE-ENTRIES BINARY-LONG VALUE 20.
       01  SCHEDULE-ENTRY-COUNT BINARY-LONG VALUE 0.
       01  SCHEDULE-TABLE.
           03  SCHEDULE-ENTRY OCCURS 20 TIMES.
               05  SCH-MANIFEST PIC X(20).
               05  SCH-DAY-OFFSET BINARY-LONG.
       01  SCH-IDX BINARY-LONG.
       01  SCHEDULE-EOF BINARY-SHORT VALUE 0.
       01  PARSE-SCH-MANIFEST PIC X(20).
       01  PARSE-SCH-START PIC X(10).
       01  SCH-START-HHMM BINARY-LONG.
       01  PREV-START-HHMM BINARY-LONG VALUE 0.
       01  WINDOW-DAY-OFFSET BINARY-LONG VALUE 0.

      *the date an entry's calendar is judged on - the business
      *date, moved on a day for each midnight its carrying window
      *has wrapped past, as the scheduler judges that window
       01  CALENDAR-DATE PIC 9(8).
       01  CALENDAR-DOW BINARY-LONG.
       01  CALENDAR-IS-HOLIDAY BINARY-SHORT VALUE 0.
       01  HOLIDAY-EOF BINARY-SHORT VALUE 0.
       01  HOLIDAY-DATE PIC 9(8).

      *deadlines and arrivals are both held as YYYYMMDDHHMM so one
      *compare covers the far side of midnight
       01  DEADLINE-DATE PIC 9(8).
       01  DEADLINE-STAMP BINARY-DOUBLE.
       01  ARRIVAL-DATE PIC 9(8).
       01  ARRIVAL-HHMM BINARY-LONG.
       01  ARRIVAL-STAMP BINARY-DOUBLE.
       01  ARRIVAL-KNOWN BINARY-SHORT.

      *what the delivery log says about one expected entry
       01  FOUND-PASS BINARY-SHORT.
       01  FOUND-FAIL BINARY-SHORT.
       01  FOUND-NAME PIC X(64).
       01  FOUND-END PIC X(16).
       01  ARRIVED-FILE-NAME PIC X(80).

      *the carrying window's completion record for this night
       01  DONE-EOF BINARY-SHORT VALUE 0.
       01  DONE-DATE-PART PIC X(10).
       01  DONE-STATUS-PART PIC X(20).
       01  DONE-DATE-NUM PIC 9(8).
       01  WINDOW-STATUS PIC X(10).

      *single-'*' pattern match, the rule the server allowlist and
      *the client layout registry already use
       01  PATTERN-WORK PIC X(64).
       01  PATTERN-CANDIDATE PIC X(64).
       01  PATTERN-MATCHED BINARY-SHORT.
       01  PAT-LEN BINARY-LONG.
       01  CAND-LEN BINARY-LONG.
       01  STAR-POS BINARY-LONG.
       01  PRE-LEN BINARY-LONG.
       01  SUF-LEN BINARY-LONG.
       01  I BINARY-LONG.

       01  SLA-STATUS PIC X(8).
       01  SLA-REASON PIC X(40).
       01  SLA-FILE-SHOWN PIC X(64).
       01  DEADLINE-DISP PIC 9(4).
       01  ARRIVAL-DISP PIC X(4).
       01  ARRIVAL-HHMM-DISP PIC 9(4).

       01  ON-TIME-COUNT BINARY-LONG VALUE 0.
       01  LATE-COUNT BINARY-LONG VALUE 0.
       01  MISSING-COUNT BINARY-LONG VALUE 0.
       01  FAILED-COUNT BINARY-LONG VALUE 0.
       01  PENDING-COUNT BINARY-LONG VALUE 0.
       01  NOT-DUE-COUNT BINARY-LONG VALUE 0.
       01  BREACH-COUNT BINARY-LONG VALUE 0.

       01  SLA-LINE PIC X(160).
       01  RPT-COUNT-DISP PIC Z(7)9.

       PROCEDURE DIVISION.

           CALL "CBL_CHECK_FILE_EXIST" USING
               EXPECTED-FILE-NAME
               FILE-DETAILS
             GIVING FILE-CHECK-RC
           END-CALL

           IF FILE-CHECK-RC NOT = 0
               DISPLAY "NO EXPECTED-DELIVERIES CALENDAR: "
                   EXPECTED-FILE-NAME
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM READ-EXPECTED-FILE

           IF EXPECTED-BAD = 1 OR EXPECTED-COUNT = 0
               DISPLAY "EXPECTED-DELIVERIES CALENDAR UNUSABLE"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM GET-BUSINESS-DATE

           CALL "CBL_CHECK_FILE_EXIST" USING
               SCHEDULE-FILE-NAME
               FILE-DETAILS
             GIVING FILE-CHECK-RC
           END-CALL

           IF FILE-CHECK-RC = 0
               PERFORM READ-SCHEDULE-FILE
           END-IF

      *no delivery log at all is a night where nothing moved - every
      *entry due is then missing, which is exactly what to report
           CALL "CBL_CHECK_FILE_EXIST" USING
               DELIVERY-LOG-NAME
               FILE-DETAILS
             GIVING FILE-CHECK-RC
           END-CALL

           IF FILE-CHECK-RC = 0
               PERFORM READ-DELIVERY-LOG
           END-IF

           OPEN OUTPUT SLA-FILE

           MOVE SPACES TO SLA-LINE
           STRING "DELIVERY SLA REPORT - BUSINESS DATE "
               DELIMITED BY SIZE,
               BUSINESS-DATE DELIMITED BY SIZE
               INTO SLA-LINE
           PERFORM PUT-SLA-LINE
           MOVE "------------------------------------------------"
               TO SLA-LINE
           PERFORM PUT-SLA-LINE

           PERFORM VARYING EXP-IDX FROM 1 BY 1
                   UNTIL EXP-IDX > EXPECTED-COUNT
               PERFORM JUDGE-EXPECTED-ENTRY
           END-PERFORM

           PERFORM WRITE-SLA-SUMMARY

           CLOSE SLA-FILE

           DISPLAY "SLA REPORT WRITTEN: slareport.txt"

           IF BREACH-COUNT > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF

           STOP RUN.

      *load the whole calendar - a line that won't parse fails the
      *run rather than quietly dropping an expected file off the
      *report
           READ-EXPECTED-FILE.

           OPEN INPUT EXPECTED-FILE.

           PERFORM UNTIL EXPECTED-EOF = 1
               READ EXPECTED-FILE
                   AT END MOVE 1 TO EXPECTED-EOF
                   NOT AT END
                       IF EXPECTED-LINE NOT = SPACES
                           AND EXPECTED-LINE(1:1) NOT = "*"
                           PERFORM PARSE-EXPECTED-LINE
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE EXPECTED-FILE.

      *pattern, direction, calendar, deadline, optional window -
      *split on runs of spaces like a schedule line
           PARSE-EXPECTED-LINE.

           MOVE SPACES TO PARSE-PATTERN PARSE-DIRECTION
               PARSE-CALENDAR PARSE-DEADLINE PARSE-WINDOW

           UNSTRING EXPECTED-LINE DELIMITED BY ALL " "
               INTO PARSE-PATTERN PARSE-DIRECTION PARSE-CALENDAR
                   PARSE-DEADLINE PARSE-WINDOW
           END-UNSTRING

           IF PARSE-PATTERN = SPACES OR PARSE-DEADLINE = SPACES
               OR (PARSE-DIRECTION NOT = "GET"
                   AND PARSE-DIRECTION NOT = "PUT")
               OR (PARSE-CALENDAR NOT = "WEEKDAYS"
                   AND PARSE-CALENDAR NOT = "DAILY")
               DISPLAY "BAD EXPECTED LINE: " EXPECTED-LINE(1:60)
               MOVE 1 TO EXPECTED-BAD
           ELSE
               IF EXPECTED-COUNT >= MAX-EXPECTED
                   DISPLAY "CALENDAR FULL, IGNORING: "
                       EXPECTED-LINE(1:60)
               ELSE
                   ADD 1 TO EXPECTED-COUNT
                   MOVE PARSE-PATTERN TO EXP-PATTERN(EXPECTED-COUNT)
                   MOVE PARSE-DIRECTION
                       TO EXP-DIRECTION(EXPECTED-COUNT)
                   MOVE PARSE-CALENDAR TO EXP-CALENDAR(EXPECTED-COUNT)
                   COMPUTE EXP-DEADLINE(EXPECTED-COUNT) =
                       FUNCTION NUMVAL(PARSE-DEADLINE)
                   MOVE PARSE-WINDOW TO EXP-WINDOW(EXPECTED-COUNT)
               END-IF
           END-IF.

      *the night under judgement and where the clock stands now
           GET-BUSINESS-DATE.

           MOVE FUNCTION CURRENT-DATE(1:8) TO CURRENT-DATE-NUM
           ACCEPT CURRENT-TIME-RAW FROM TIME
           COMPUTE CURRENT-HHMM = CURRENT-TIME-RAW / 10000
           COMPUTE NOW-STAMP = CURRENT-DATE-NUM * 10000 + CURRENT-HHMM

           MOVE SPACES TO COMMAND-ARGS
           ACCEPT COMMAND-ARGS FROM COMMAND-LINE

           IF COMMAND-ARGS(1:8) IS NUMERIC
               MOVE COMMAND-ARGS(1:8) TO BUSINESS-DATE
           ELSE
               MOVE CURRENT-DATE-NUM TO BUSINESS-DATE
               IF CURRENT-HHMM < 1200
                   COMPUTE BUSINESS-DATE = FUNCTION DATE-OF-INTEGER(
                       FUNCTION INTEGER-OF-DATE(BUSINESS-DATE) - 1)
               END-IF
           END-IF.

      *every window's start in run order, the midnight wrap counted
      *the way the scheduler's NOTE-WINDOW-WRAP counts it. a line
      *the scheduler would refuse is simply passed over here - the
      *scheduler itself will have said so
           READ-SCHEDULE-FILE.

           OPEN INPUT SCHEDULE-FILE.

           PERFORM UNTIL SCHEDULE-EOF = 1
               READ SCHEDULE-FILE
                   AT END MOVE 1 TO SCHEDULE-EOF
                   NOT AT END
                       IF SCHEDULE-LINE NOT = SPACES
                           AND SCHEDULE-LINE(1:1) NOT = "*"
                           PERFORM LOAD-SCHEDULE-LINE
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE SCHEDULE-FILE.

      *one window's manifest and start - a start earlier than the
      *window before it has wrapped past midnight
           LOAD-SCHEDULE-LINE.

           MOVE SPACES TO PARSE-SCH-MANIFEST PARSE-SCH-START

           UNSTRING SCHEDULE-LINE DELIMITED BY ALL " "
               INTO PARSE-SCH-MANIFEST PARSE-SCH-START
           END-UNSTRING

           IF PARSE-SCH-MANIFEST NOT = SPACES
               AND PARSE-SCH-START NOT = SPACES
               AND SCHEDULE-ENTRY-COUNT < MAX-SCHEDULE-ENTRIES
               COMPUTE SCH-START-HHMM =
                   FUNCTION NUMVAL(PARSE-SCH-START)
               IF SCH-START-HHMM < PREV-START-HHMM
                   ADD 1 TO WINDOW-DAY-OFFSET
               END-IF
               MOVE SCH-START-HHMM TO PREV-START-HHMM
               ADD 1 TO SCHEDULE-ENTRY-COUNT
               MOVE PARSE-SCH-MANIFEST
                   TO SCH-MANIFEST(SCHEDULE-ENTRY-COUNT)
               MOVE WINDOW-DAY-OFFSET
                   TO SCH-DAY-OFFSET(SCHEDULE-ENTRY-COUNT)
           END-IF.

      *the date one entry's calendar is judged on, and its day of
      *week - off the date itself, not off today, since the business
      *date may be last night's. day 1 of the integer calendar was a
      *Monday, which keeps 1-7 meaning Monday-Sunday the way ACCEPT
      *FROM DAY-OF-WEEK has it in the scheduler
           GET-CALENDAR-DATE.

           MOVE 0 TO WINDOW-DAY-OFFSET
           IF EXP-WINDOW(EXP-IDX) NOT = SPACES
               PERFORM VARYING SCH-IDX FROM 1 BY 1
                       UNTIL SCH-IDX > SCHEDULE-ENTRY-COUNT
                   IF SCH-MANIFEST(SCH-IDX) = EXP-WINDOW(EXP-IDX)
                       MOVE SCH-DAY-OFFSET(SCH-IDX)
                           TO WINDOW-DAY-OFFSET
                   END-IF
               END-PERFORM
           END-IF

           COMPUTE CALENDAR-DATE = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(BUSINESS-DATE)
               + WINDOW-DAY-OFFSET)
           COMPUTE CALENDAR-DOW = FUNCTION MOD(
               FUNCTION INTEGER-OF-DATE(CALENDAR-DATE) - 1, 7) + 1.

      *does holidays.txt name the calendar date - no file just means
      *nobody has declared any holidays
           CHECK-CALENDAR-HOLIDAY.

           MOVE 0 TO CALENDAR-IS-HOLIDAY.

           CALL "CBL_CHECK_FILE_EXIST" USING
               HOLIDAY-FILE-NAME
               FILE-DETAILS
             GIVING FILE-CHECK-RC
           END-CALL

           IF FILE-CHECK-RC = 0
               MOVE 0 TO HOLIDAY-EOF
               OPEN INPUT HOLIDAY-FILE
               PERFORM UNTIL HOLIDAY-EOF = 1
                   READ HOLIDAY-FILE
                       AT END MOVE 1 TO HOLIDAY-EOF
                       NOT AT END
                           IF HOLIDAY-LINE(1:8) IS NUMERIC
                               MOVE HOLIDAY-LINE(1:8)
                                   TO HOLIDAY-DATE
                               IF HOLIDAY-DATE = CALENDAR-DATE
                                   MOVE 1 TO CALENDAR-IS-HOLIDAY
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE HOLIDAY-FILE
           END-IF.

      *load the client's whole delivery log into the table
           READ-DELIVERY-LOG.

           OPEN INPUT DELIVERY-LOG-FILE.

           PERFORM UNTIL DELIVERY-EOF = 1
               READ DELIVERY-LOG-FILE
                   AT END MOVE 1 TO DELIVERY-EOF
                   NOT AT END
                       PERFORM LOAD-DELIVERY-LINE
               END-READ
           END-PERFORM.

           CLOSE DELIVERY-LOG-FILE.

      *split one delivery line on its own markers into the table -
      *only the direction, the name, the outcome and, on a line
      *that carries one, the END= stamp matter here
           LOAD-DELIVERY-LINE.

           MOVE SPACES TO PARSE-EVENT PARSE-REST-1 PARSE-REST-2
               PARSE-REST-3 PARSE-REST-4 PARSE-NAME-PART
               PARSE-BYTES-PART PARSE-BLOCKS-PART
               PARSE-OUTCOME-PART PARSE-VERIFY-PART
               PARSE-END-PART

           UNSTRING DELIVERY-LOG-RECORD DELIMITED BY " FILE="
               INTO PARSE-EVENT PARSE-REST-1
           END-UNSTRING
           UNSTRING PARSE-REST-1 DELIMITED BY " BYTES="
               INTO PARSE-NAME-PART PARSE-REST-2
           END-UNSTRING
           UNSTRING PARSE-REST-2 DELIMITED BY " BLOCKS="
               INTO PARSE-BYTES-PART PARSE-REST-3
           END-UNSTRING
           UNSTRING PARSE-REST-3 DELIMITED BY " OUTCOME="
               INTO PARSE-BLOCKS-PART PARSE-REST-4
           END-UNSTRING
           UNSTRING PARSE-REST-4 DELIMITED BY " VERIFY="
               OR " START="
               INTO PARSE-OUTCOME-PART PARSE-VERIFY-PART
           END-UNSTRING
           UNSTRING DELIVERY-LOG-RECORD DELIMITED BY " END="
               INTO PARSE-REST-1 PARSE-END-PART
           END-UNSTRING

           IF PARSE-NAME-PART = SPACES OR PARSE-OUTCOME-PART = SPACES
               ADD 1 TO LINES-IGNORED
           ELSE
               IF DELIVERY-COUNT < MAX-DELIVERIES
                   ADD 1 TO DELIVERY-COUNT
                   MOVE PARSE-EVENT TO DL-EVENT(DELIVERY-COUNT)
                   MOVE PARSE-NAME-PART TO DL-NAME(DELIVERY-COUNT)
                   MOVE PARSE-OUTCOME-PART
                       TO DL-OUTCOME(DELIVERY-COUNT)
                   MOVE PARSE-END-PART TO DL-END(DELIVERY-COUNT)
               ELSE
                   DISPLAY "DELIVERY TABLE FULL, IGNORING: "
                       DELIVERY-LOG-RECORD(1:60)
                   ADD 1 TO LINES-IGNORED
               END-IF
           END-IF.

      *one expected entry, start to verdict: is it due on the
      *business date, did the log see it land, and if it landed,
      *did it land before its deadline
           JUDGE-EXPECTED-ENTRY.

           MOVE SPACES TO SLA-REASON
           MOVE EXP-PATTERN(EXP-IDX) TO SLA-FILE-SHOWN
           MOVE EXP-DEADLINE(EXP-IDX) TO DEADLINE-DISP
           MOVE "----" TO ARRIVAL-DISP

      *a deadline before noon is the morning after the business
      *date - the far side of midnight from the windows feeding it
           IF EXP-DEADLINE(EXP-IDX) < 1200
               MOVE FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(BUSINESS-DATE) + 1)
                   TO DEADLINE-DATE
           ELSE
               MOVE BUSINESS-DATE TO DEADLINE-DATE
           END-IF
           COMPUTE DEADLINE-STAMP =
               DEADLINE-DATE * 10000 + EXP-DEADLINE(EXP-IDX)

      *WEEKDAYS means no Saturdays, no Sundays, and none of the
      *dates holidays.txt names - judged, as the scheduler judges
      *it, on the date the carrying window actually runs. a file
      *not due tonight is listed but never counted against the
      *night
           PERFORM GET-CALENDAR-DATE
           PERFORM CHECK-CALENDAR-HOLIDAY
           IF EXP-CALENDAR(EXP-IDX) = "WEEKDAYS"
               AND (CALENDAR-DOW > 5 OR CALENDAR-IS-HOLIDAY = 1)
               MOVE "NOT DUE" TO SLA-STATUS
               MOVE "CALENDAR" TO SLA-REASON
               ADD 1 TO NOT-DUE-COUNT
           ELSE
               PERFORM FIND-EXPECTED-DELIVERY
               IF FOUND-PASS = 1
                   MOVE FOUND-NAME TO SLA-FILE-SHOWN
                   PERFORM GET-ARRIVAL-TIME
                   IF ARRIVAL-KNOWN = 0
                       MOVE "ON TIME" TO SLA-STATUS
                       MOVE "DELIVERED, TIME NOT KNOWN" TO SLA-REASON
                       ADD 1 TO ON-TIME-COUNT
                   ELSE
                       MOVE ARRIVAL-HHMM TO ARRIVAL-HHMM-DISP
                       MOVE ARRIVAL-HHMM-DISP TO ARRIVAL-DISP
      *a copy older than the business date is some earlier night's
      *delivery still sitting there - nothing landed for this one
                       IF ARRIVAL-DATE < BUSINESS-DATE
                           MOVE "MISSING" TO SLA-STATUS
                           MOVE "LAST ARRIVAL PREDATES BUSINESS DATE"
                               TO SLA-REASON
                           ADD 1 TO MISSING-COUNT
                       ELSE
                           IF ARRIVAL-STAMP <= DEADLINE-STAMP
                               MOVE "ON TIME" TO SLA-STATUS
                               ADD 1 TO ON-TIME-COUNT
                           ELSE
                               MOVE "LATE" TO SLA-STATUS
                               MOVE "ARRIVED AFTER DEADLINE"
                                   TO SLA-REASON
                               ADD 1 TO LATE-COUNT
                           END-IF
                       END-IF
                   END-IF
               ELSE
                   IF FOUND-FAIL = 1
                       MOVE FOUND-NAME TO SLA-FILE-SHOWN
                       MOVE "FAILED" TO SLA-STATUS
                       MOVE "DELIVERY LOG OUTCOME FAIL" TO SLA-REASON
                       ADD 1 TO FAILED-COUNT
                   ELSE
                       PERFORM GET-WINDOW-STATUS
      *nothing yet, but the deadline is still ahead - the report is
      *being run early, and an early run must not cry wolf
                       IF NOW-STAMP < DEADLINE-STAMP
                           MOVE "PENDING" TO SLA-STATUS
                           MOVE SPACES TO SLA-REASON
                           STRING "NOT YET ARRIVED, WINDOW "
                               DELIMITED BY SIZE,
                               WINDOW-STATUS DELIMITED BY SPACE
                               INTO SLA-REASON
                           ADD 1 TO PENDING-COUNT
                       ELSE
                           MOVE "MISSING" TO SLA-STATUS
                           MOVE SPACES TO SLA-REASON
                           STRING "NOT IN DELIVERY LOG, WINDOW "
                               DELIMITED BY SIZE,
                               WINDOW-STATUS DELIMITED BY SPACE
                               INTO SLA-REASON
                           ADD 1 TO MISSING-COUNT
                       END-IF
                   END-IF
               END-IF
           END-IF

           MOVE SPACES TO SLA-LINE
           STRING SLA-STATUS DELIMITED BY SIZE,
               " " DELIMITED BY SIZE,
               EXP-DIRECTION(EXP-IDX) DELIMITED BY SIZE,
               "DUE " DELIMITED BY SIZE,
               DEADLINE-DISP DELIMITED BY SIZE,
               " AT " DELIMITED BY SIZE,
               ARRIVAL-DISP DELIMITED BY SIZE,
               " " DELIMITED BY SIZE,
               SLA-FILE-SHOWN DELIMITED BY SPACE,
               " - " DELIMITED BY SIZE,
               SLA-REASON DELIMITED BY SIZE
               INTO SLA-LINE
           PERFORM PUT-SLA-LINE.

      *walk the delivery log for this entry's direction and pattern.
      *any clean delivery answers for the entry - a FAIL followed by
      *a clean retry is a recovery, not a failure - and SKIP and WAIT
      *lines moved nothing and are passed over
           FIND-EXPECTED-DELIVERY.

           MOVE 0 TO FOUND-PASS
           MOVE 0 TO FOUND-FAIL
           MOVE SPACES TO FOUND-NAME
           MOVE SPACES TO FOUND-END

           MOVE EXP-PATTERN(EXP-IDX) TO PATTERN-WORK
           PERFORM VARYING DL-IDX FROM 1 BY 1
                   UNTIL DL-IDX > DELIVERY-COUNT
               IF DL-EVENT(DL-IDX) = EXP-DIRECTION(EXP-IDX)
                   AND DL-OUTCOME(DL-IDX) NOT = "SKIP"
                   AND DL-OUTCOME(DL-IDX) NOT = "WAIT"
                   MOVE DL-NAME(DL-IDX) TO PATTERN-CANDIDATE
                   PERFORM MATCH-EXPECTED-PATTERN
                   IF PATTERN-MATCHED = 1
                       IF DL-OUTCOME(DL-IDX) = "PASS"
                           MOVE 1 TO FOUND-PASS
                           MOVE DL-NAME(DL-IDX) TO FOUND-NAME
                           MOVE DL-END(DL-IDX) TO FOUND-END
                       ELSE
                           IF FOUND-PASS = 0
                               MOVE 1 TO FOUND-FAIL
                               MOVE DL-NAME(DL-IDX) TO FOUND-NAME
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

      *when did a clean delivery land. the delivery line's own END=
      *stamp says so exactly, and is taken whenever the line has
      *one. an older line without it falls back: a pull is timed by
      *its live copy under received/, which the publish step last
      *touched; a push leaves nothing local, so it is timed by the
      *completion record of the window that carried it, when one is
      *named and belongs to this night
           GET-ARRIVAL-TIME.

           MOVE 0 TO ARRIVAL-KNOWN
           MOVE SPACES TO ARRIVED-FILE-NAME

           IF FOUND-END(1:12) IS NUMERIC
               MOVE 1 TO ARRIVAL-KNOWN
               MOVE FOUND-END(1:8) TO ARRIVAL-DATE
               COMPUTE ARRIVAL-HHMM =
                   FUNCTION NUMVAL(FOUND-END(9:4))
               COMPUTE ARRIVAL-STAMP =
                   ARRIVAL-DATE * 10000 + ARRIVAL-HHMM
           ELSE
               PERFORM GET-ARRIVAL-FROM-FILE
           END-IF.

      *the older, file-timestamp way of timing an arrival
           GET-ARRIVAL-FROM-FILE.

           IF EXP-DIRECTION(EXP-IDX) = "GET"
               STRING "received/" DELIMITED BY SIZE,
                   FOUND-NAME DELIMITED BY SPACE
                   INTO ARRIVED-FILE-NAME
           ELSE
               IF EXP-WINDOW(EXP-IDX) NOT = SPACES
                   PERFORM GET-WINDOW-STATUS
                   IF WINDOW-STATUS NOT = "NOT RUN"
                       STRING EXP-WINDOW(EXP-IDX) DELIMITED BY SPACE,
                           ".done" DELIMITED BY SIZE
                           INTO ARRIVED-FILE-NAME
                   END-IF
               END-IF
           END-IF

           IF ARRIVED-FILE-NAME NOT = SPACES
               CALL "CBL_CHECK_FILE_EXIST" USING
                   ARRIVED-FILE-NAME
                   FILE-DETAILS
                 GIVING FILE-CHECK-RC
               END-CALL
               IF FILE-CHECK-RC = 0
                   MOVE 1 TO ARRIVAL-KNOWN
                   COMPUTE ARRIVAL-DATE =
                       FD-YEAR * 10000 + FD-MONTH * 100 + FD-DAY
                   COMPUTE ARRIVAL-HHMM = FD-HOURS * 100 + FD-MINUTES
                   COMPUTE ARRIVAL-STAMP =
                       ARRIVAL-DATE * 10000 + ARRIVAL-HHMM
               END-IF
           END-IF.

      *how the carrying window came out on this night - its .done
      *record's status when the record carries the business date,
      *otherwise the window never ran for this night at all. no
      *window named leaves the file with nobody to blame but the
      *manifest
           GET-WINDOW-STATUS.

           MOVE "NOT RUN" TO WINDOW-STATUS

           IF EXP-WINDOW(EXP-IDX) = SPACES
               MOVE "NONE" TO WINDOW-STATUS
           ELSE
               MOVE SPACES TO DONE-FILE-NAME
               STRING EXP-WINDOW(EXP-IDX) DELIMITED BY SPACE,
                   ".done" DELIMITED BY SIZE
                   INTO DONE-FILE-NAME

               CALL "CBL_CHECK_FILE_EXIST" USING
                   DONE-FILE-NAME
                   FILE-DETAILS
                 GIVING FILE-CHECK-RC
               END-CALL

               IF FILE-CHECK-RC = 0
                   MOVE 0 TO DONE-EOF
                   OPEN INPUT DONE-FILE
                   PERFORM UNTIL DONE-EOF = 1
                       READ DONE-FILE
                           AT END MOVE 1 TO DONE-EOF
                           NOT AT END
                               PERFORM APPLY-DONE-LINE
                       END-READ
                   END-PERFORM
                   CLOSE DONE-FILE
               END-IF
           END-IF.

      *one completion-record line against the business date - the
      *date in front, STATUS= behind it, the window's timing after
           APPLY-DONE-LINE.

           MOVE SPACES TO DONE-DATE-PART DONE-STATUS-PART
           UNSTRING DONE-LINE DELIMITED BY " STATUS=" OR " START="
               INTO DONE-DATE-PART DONE-STATUS-PART
           END-UNSTRING

           IF DONE-DATE-PART NOT = SPACES
               AND DONE-STATUS-PART NOT = SPACES
               COMPUTE DONE-DATE-NUM =
                   FUNCTION NUMVAL(DONE-DATE-PART)
               IF DONE-DATE-NUM = BUSINESS-DATE
                   MOVE DONE-STATUS-PART TO WINDOW-STATUS
               END-IF
           END-IF.

      *one pattern against one name - an exact match, or one '*'
      *standing for any run of characters
           MATCH-EXPECTED-PATTERN.

           MOVE 0 TO PATTERN-MATCHED

           MOVE 0 TO PAT-LEN
           PERFORM VARYING I FROM 64 BY -1
                   UNTIL I < 1 OR PAT-LEN > 0
               IF PATTERN-WORK(I:1) NOT = SPACE
                   MOVE I TO PAT-LEN
               END-IF
           END-PERFORM

           MOVE 0 TO CAND-LEN
           PERFORM VARYING I FROM 64 BY -1
                   UNTIL I < 1 OR CAND-LEN > 0
               IF PATTERN-CANDIDATE(I:1) NOT = SPACE
                   MOVE I TO CAND-LEN
               END-IF
           END-PERFORM

           IF PAT-LEN > 0 AND CAND-LEN > 0
               MOVE 0 TO STAR-POS
               PERFORM VARYING I FROM 1 BY 1
                       UNTIL I > PAT-LEN
                   IF PATTERN-WORK(I:1) = "*"
                       AND STAR-POS = 0
                       MOVE I TO STAR-POS
                   END-IF
               END-PERFORM

               IF STAR-POS = 0
                   IF PAT-LEN = CAND-LEN
                       AND PATTERN-WORK(1:PAT-LEN)
                           = PATTERN-CANDIDATE(1:CAND-LEN)
                       MOVE 1 TO PATTERN-MATCHED
                   END-IF
               ELSE
                   COMPUTE PRE-LEN = STAR-POS - 1
                   COMPUTE SUF-LEN = PAT-LEN - STAR-POS
                   IF CAND-LEN >= PRE-LEN + SUF-LEN
                       MOVE 1 TO PATTERN-MATCHED
                       IF PRE-LEN > 0
                           AND PATTERN-CANDIDATE(1:PRE-LEN)
                               NOT = PATTERN-WORK(1:PRE-LEN)
                           MOVE 0 TO PATTERN-MATCHED
                       END-IF
                       IF SUF-LEN > 0
                           AND PATTERN-CANDIDATE(
                               CAND-LEN - SUF-LEN + 1:SUF-LEN)
                               NOT = PATTERN-WORK(
                                   STAR-POS + 1:SUF-LEN)
                           MOVE 0 TO PATTERN-MATCHED
                       END-IF
                   END-IF
               END-IF
           END-IF.

      *the close-out tallies - one line per verdict, then the result
           WRITE-SLA-SUMMARY.

           MOVE SPACES TO SLA-LINE
           PERFORM PUT-SLA-LINE

           MOVE ON-TIME-COUNT TO RPT-COUNT-DISP
           MOVE SPACES TO SLA-LINE
           STRING "ON TIME:             " DELIMITED BY SIZE,
               RPT-COUNT-DISP DELIMITED BY SIZE
               INTO SLA-LINE
           PERFORM PUT-SLA-LINE

           MOVE LATE-COUNT TO RPT-COUNT-DISP
           MOVE SPACES TO SLA-LINE
           STRING "LATE:                " DELIMITED BY SIZE,
               RPT-COUNT-DISP DELIMITED BY SIZE
               INTO SLA-LINE
           PERFORM PUT-SLA-LINE

           MOVE MISSING-COUNT TO RPT-COUNT-DISP
           MOVE SPACES TO SLA-LINE
           STRING "MISSING:             " DELIMITED BY SIZE,
               RPT-COUNT-DISP DELIMITED BY SIZE
               INTO SLA-LINE
           PERFORM PUT-SLA-LINE

           MOVE FAILED-COUNT TO RPT-COUNT-DISP
           MOVE SPACES TO SLA-LINE
           STRING "FAILED:              " DELIMITED BY SIZE,
               RPT-COUNT-DISP DELIMITED BY SIZE
               INTO SLA-LINE
           PERFORM PUT-SLA-LINE

           IF PENDING-COUNT > 0
               MOVE PENDING-COUNT TO RPT-COUNT-DISP
               MOVE SPACES TO SLA-LINE
               STRING "PENDING:             " DELIMITED BY SIZE,
                   RPT-COUNT-DISP DELIMITED BY SIZE
                   INTO SLA-LINE
               PERFORM PUT-SLA-LINE
           END-IF

           IF NOT-DUE-COUNT > 0
               MOVE NOT-DUE-COUNT TO RPT-COUNT-DISP
               MOVE SPACES TO SLA-LINE
               STRING "NOT DUE:             " DELIMITED BY SIZE,
                   RPT-COUNT-DISP DELIMITED BY SIZE
                   INTO SLA-LINE
               PERFORM PUT-SLA-LINE
           END-IF

           IF LINES-IGNORED > 0
               MOVE LINES-IGNORED TO RPT-COUNT-DISP
               MOVE SPACES TO SLA-LINE
               STRING "LINES NOT COUNTED:   " DELIMITED BY SIZE,
                   RPT-COUNT-DISP DELIMITED BY SIZE
                   INTO SLA-LINE
               PERFORM PUT-SLA-LINE
           END-IF

           COMPUTE BREACH-COUNT =
               LATE-COUNT + MISSING-COUNT + FAILED-COUNT

           MOVE SPACES TO SLA-LINE
           IF BREACH-COUNT = 0
               MOVE "RESULT: EVERYTHING DUE ARRIVED ON TIME"
                   TO SLA-LINE
           ELSE
               MOVE "RESULT: SLA BREACHED" TO SLA-LINE
           END-IF
           PERFORM PUT-SLA-LINE.

      *one line to both the report file and the console
           PUT-SLA-LINE.

           MOVE SLA-LINE TO SLA-RECORD
           WRITE SLA-RECORD
           DISPLAY SLA-LINE(1:72).
