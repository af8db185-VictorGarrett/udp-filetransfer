       IDENTIFICATION DIVISION.
       PROGRAM-ID. MAIN-PROGRAM-CAPACITY.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SCHEDULE-FILE ASSIGN TO SCHEDULE-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT DONE-FILE ASSIGN TO DONE-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT DELIVERY-LOG-FILE ASSIGN TO "deliverylog.txt"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT HISTORY-FILE ASSIGN TO HISTORY-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT CAPACITY-FILE ASSIGN TO "capacityreport.txt"
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.

       FILE SECTION.
      *the scheduler's own window list - manifest, start, latest
      *start, calendar, optional dependency. the slot a window has
      *to finish in runs from its start to the next window's start,
      *and what it must never run past is the next window's latest
      *start - the scheduler runs them one after another, so that is
      *the point the next one is missed
       FD SCHEDULE-FILE.
       01  SCHEDULE-LINE PIC X(80).

      *a scheduler window's completion history - run date, status,
      *START= END= (yyyymmddhhmmss), ELAPSED= (seconds), ATTEMPT=,
      *MODE= and, for a window marked complete by hand, BY=. one
      *line per attempt, the last for the night speaking for it
       FD DONE-FILE.
       01  DONE-LINE PIC X(132).

      *the client's side of the night - one line per manifest line,
      *FILE= BYTES= BLOCKS= OUTCOME= VERIFY= START= END= SERVER=
       FD DELIVERY-LOG-FILE.
       01  DELIVERY-LOG-RECORD PIC X(200).

      *one line per window per night the report has seen, plus an
      **ALL line for the night as a whole - what tonight is held
      *against:
      *  yyyymmdd WINDOW=name ELAPSED=secs FILES=n BYTES=n
       FD HISTORY-FILE.
       01  HISTORY-RECORD PIC X(100).

      *the report itself, kept with the shift log
       FD CAPACITY-FILE.
       01  CAPACITY-RECORD PIC X(132).

       WORKING-STORAGE SECTION.

       01  SCHEDULE-FILE-NAME PIC X(20) VALUE "schedule.txt".
       01  DELIVERY-LOG-NAME PIC X(20) VALUE "deliverylog.txt".
       01  HISTORY-FILE-NAME PIC X(20) VALUE "capacityhist.txt".
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

      *a window using this much of its slot or more is a night the
      *schedule is running out of room
       01  CAPACITY-WARN-PCT BINARY-LONG VALUE 80.
      *a window ending closer than this many minutes to the next
      *window's latest start (or past it) is at risk of making the
      *next one miss
       01  MARGIN-WARN-MINUTES BINARY-LONG VALUE 15.
      *a window this much slower than its recent average is called
      *out as growing
       01  GROWTH-WARN-PCT BINARY-LONG VALUE 20.
      *how many earlier nights the trend is averaged over, and how
      *long the history file keeps a night at all
       01  TREND-NIGHTS BINARY-LONG VALUE 7.
       01  HISTORY-KEEP-DAYS BINARY-LONG VALUE 60.

      *the night's windows, loaded the way the scheduler loads them,
      *with what each one's completion record and the delivery log
      *say about how it ran
       01  MAX-WINDOWS BINARY-LONG VALUE 20.
       01  WINDOW-COUNT BINARY-LONG VALUE 0.
       01  WINDOW-TABLE.
           03  WINDOW-ENTRY OCCURS 20 TIMES.
               05  WIN-MANIFEST PIC X(20).
               05  WIN-START BINARY-LONG.
               05  WIN-LATEST BINARY-LONG.
               05  WIN-DAY-OFFSET BINARY-LONG.
               05  WIN-SLOT-MINUTES BINARY-LONG.
               05  WIN-MARGIN-KNOWN BINARY-SHORT.
               05  WIN-START-MARGIN BINARY-LONG.
               05  WIN-NEXT-MARGIN BINARY-LONG.
               05  WIN-STATUS PIC X(10).
               05  WIN-MODE PIC X(8).
               05  WIN-ATTEMPTS BINARY-LONG.
               05  WIN-START-STAMP PIC X(14).
               05  WIN-END-STAMP PIC X(14).
               05  WIN-ELAPSED BINARY-LONG.
               05  WIN-TIMED BINARY-SHORT.
               05  WIN-FILES BINARY-LONG.
               05  WIN-BYTES BINARY-DOUBLE.
               05  WIN-AVG-ELAPSED BINARY-LONG.
               05  WIN-AVG-NIGHTS BINARY-LONG.
       01  WIN-IDX BINARY-LONG.
       01  NEXT-IDX BINARY-LONG.
      *the midnight wrap, counted the way the scheduler counts it -
      *a start earlier than the window before it is a day on
       01  PREV-START-HHMM BINARY-LONG VALUE 0.
       01  WRAP-DAYS BINARY-LONG VALUE 0.
      *a latest start on its calendar date, as hundredths the way
      *GET-STAMP-HUNDREDTHS counts them
       01  LATEST-DAY-NUM BINARY-LONG.
       01  LATEST-HHMM-WORK PIC 9(4).
       01  LATEST-HUNDREDTHS BINARY-DOUBLE.
       01  SCHEDULE-EOF BINARY-SHORT VALUE 0.
       01  SCHEDULE-BAD BINARY-SHORT VALUE 0.

      *one schedule line split apart for loading
       01  PARSE-MANIFEST PIC X(20).
       01  PARSE-START PIC X(10).
       01  PARSE-LATEST PIC X(10).
       01  PARSE-CALENDAR PIC X(10).
       01  PARSE-DEPENDS PIC X(20).

      *one completion-record line split apart
       01  DONE-EOF BINARY-SHORT VALUE 0.
       01  DONE-DATE-PART PIC X(10).
       01  DONE-STATUS-PART PIC X(20).
       01  DONE-START-PART PIC X(20).
       01  DONE-END-PART PIC X(20).
       01  DONE-ELAPSED-PART PIC X(10).
       01  DONE-ATTEMPT-PART PIC X(10).
       01  DONE-MODE-PART PIC X(10).
       01  DONE-BY-PART PIC X(20).
       01  DONE-DATE-NUM PIC 9(8).
       01  DONE-ATTEMPT-COUNT BINARY-LONG.
       01  ATTEMPT-PTR BINARY-LONG.

      *every timed transfer of the night, in log order
       01  MAX-TRANSFERS BINARY-LONG VALUE 200.
       01  TRANSFER-COUNT BINARY-LONG VALUE 0.
       01  TRANSFER-TABLE.
           03  TRANSFER-ENTRY OCCURS 200 TIMES.
               05  TR-EVENT PIC X(4).
               05  TR-NAME PIC X(64).
               05  TR-OUTCOME PIC X(4).
               05  TR-BYTES BINARY-DOUBLE.
               05  TR-START-STAMP PIC X(16).
               05  TR-ELAPSED BINARY-DOUBLE.
               05  TR-RATE BINARY-DOUBLE.
               05  TR-WINDOW BINARY-LONG.
               05  TR-RANKED BINARY-SHORT.
       01  TR-IDX BINARY-LONG.
       01  DELIVERY-EOF BINARY-SHORT VALUE 0.
       01  LINES-IGNORED BINARY-LONG VALUE 0.
       01  UNTIMED-LINES BINARY-LONG VALUE 0.

      *one delivery line split on its own markers
       01  PARSE-EVENT PIC X(4).
       01  PARSE-REST-1 PIC X(176).
       01  PARSE-REST-2 PIC X(118).
       01  PARSE-REST-3 PIC X(60).
       01  PARSE-REST-4 PIC X(40).
       01  PARSE-NAME-PART PIC X(64).
       01  PARSE-BYTES-PART PIC X(12).
       01  PARSE-BLOCKS-PART PIC X(10).
       01  PARSE-OUTCOME-PART PIC X(10).
       01  PARSE-VERIFY-PART PIC X(10).
       01  PARSE-START-PART PIC X(20).
       01  PARSE-END-PART PIC X(20).

      *earlier nights out of the history file - every line is held
      *so the file can be written back without tonight's old copy
       01  MAX-HISTORY BINARY-LONG VALUE 500.
       01  HISTORY-COUNT BINARY-LONG VALUE 0.
       01  HISTORY-TABLE.
           03  HISTORY-ENTRY OCCURS 500 TIMES.
               05  HIST-DATE PIC 9(8).
               05  HIST-WINDOW PIC X(20).
               05  HIST-ELAPSED BINARY-LONG.
               05  HIST-LINE PIC X(100).
       01  HIST-IDX BINARY-LONG.
       01  HISTORY-EOF BINARY-SHORT VALUE 0.
       01  HIST-DATE-PART PIC X(10).
       01  HIST-WINDOW-PART PIC X(20).
       01  HIST-ELAPSED-PART PIC X(10).
       01  HIST-FILES-PART PIC X(10).
       01  HIST-BYTES-PART PIC X(14).
       01  HIST-AGE-DAYS BINARY-LONG.
       01  TREND-SUM BINARY-DOUBLE.
       01  TREND-WINDOW PIC X(20).
       01  TREND-TONIGHT BINARY-LONG.
       01  TREND-AVG BINARY-LONG.
       01  TREND-NIGHTS-FOUND BINARY-LONG.
       01  TREND-PCT BINARY-LONG.

      *BUSINESS-DATE is the night being reported - unless the
      *operator names another night on the command line, today
      *from noon on and yesterday before it, so the report run the
      *morning after covers the night just gone. the night
      *runs from noon on the business date to noon the morning
      *after, the same split the SLA monitor judges deadlines by
       01  COMMAND-ARGS PIC X(40).
       01  BUSINESS-DATE PIC 9(8).
       01  NIGHT-FROM-STAMP BINARY-DOUBLE.
       01  NIGHT-TO-STAMP BINARY-DOUBLE.
       01  LINE-STAMP BINARY-DOUBLE.
       01  LINE-WINDOW BINARY-LONG.
       01  BUSINESS-DAY-NUM BINARY-LONG.

      *stamp arithmetic - a yyyymmddhhmmss[cc] stamp turned into a
      *running count of hundredths so two can be subtracted across
      *midnight
       01  STAMP-WORK PIC X(16).
       01  STAMP-HUNDREDTHS BINARY-DOUBLE.
       01  START-HUNDREDTHS BINARY-DOUBLE.

      *the whole night
       01  NIGHT-ELAPSED BINARY-LONG VALUE 0.
       01  NIGHT-FILES BINARY-LONG VALUE 0.
       01  NIGHT-BYTES BINARY-DOUBLE VALUE 0.
       01  NIGHT-TIMED-WINDOWS BINARY-LONG VALUE 0.
       01  WINDOWS-AT-RISK BINARY-LONG VALUE 0.
       01  WINDOWS-GROWING BINARY-LONG VALUE 0.
       01  SLOT-USED-PCT BINARY-LONG.
       01  SLOWEST-SHOWN BINARY-LONG.
       01  SLOWEST-SLOT BINARY-LONG.
       01  SLOWEST-MAX BINARY-DOUBLE.

       01  CAPACITY-LINE PIC X(132).
       01  RPT-COUNT-DISP PIC Z(7)9.
       01  RPT-RANK-DISP PIC Z9 BLANK WHEN ZERO.
       01  RPT-BYTES-DISP PIC Z(11)9.
       01  RPT-SECS-DISP PIC Z(6)9.99.
       01  RPT-RATE-DISP PIC Z(9)9.
       01  RPT-MINUTES-DISP PIC Z(4)9.
       01  RPT-MINUTES-DISP-2 PIC Z(4)9.
       01  RPT-PCT-DISP PIC Z(4)9.
       01  RPT-TREND-DISP PIC -(5)9.
       01  RPT-ELAPSED-DISP PIC Z(6)9.
       01  RPT-ELAPSED-DISP-2 PIC Z(6)9.
       01  RPT-WINDOW-SHOWN PIC X(20).
       01  RPT-HHMM-DISP PIC 9(4).
       01  RPT-HHMM-DISP-2 PIC 9(4).
       01  RPT-MARGIN-DISP PIC -(4)9.
       01  RPT-MARGIN-DISP-2 PIC -(4)9.
       01  RPT-FLAG PIC X(10).

       PROCEDURE DIVISION.

           CALL "CBL_CHECK_FILE_EXIST" USING
               SCHEDULE-FILE-NAME
               FILE-DETAILS
             GIVING FILE-CHECK-RC
           END-CALL

           IF FILE-CHECK-RC NOT = 0
               DISPLAY "NO SCHEDULE FILE: " SCHEDULE-FILE-NAME
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM READ-SCHEDULE-FILE

           IF SCHEDULE-BAD = 1 OR WINDOW-COUNT = 0
               DISPLAY "SCHEDULE UNUSABLE, NO CAPACITY REPORT"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM GET-BUSINESS-DATE
           PERFORM SIZE-WINDOW-SLOTS

           PERFORM VARYING WIN-IDX FROM 1 BY 1
                   UNTIL WIN-IDX > WINDOW-COUNT
               PERFORM READ-WINDOW-DONE
           END-PERFORM

           PERFORM VARYING WIN-IDX FROM 1 BY 1
                   UNTIL WIN-IDX > WINDOW-COUNT
               PERFORM GET-WINDOW-MARGINS
           END-PERFORM

      *no delivery log is a night where nothing moved - the windows
      *are still reported off their completion records
           CALL "CBL_CHECK_FILE_EXIST" USING
               DELIVERY-LOG-NAME
               FILE-DETAILS
             GIVING FILE-CHECK-RC
           END-CALL

           IF FILE-CHECK-RC = 0
               PERFORM READ-DELIVERY-LOG
           END-IF

           PERFORM READ-HISTORY-FILE
           PERFORM GET-WINDOW-TRENDS

           OPEN OUTPUT CAPACITY-FILE

           MOVE SPACES TO CAPACITY-LINE
           STRING "BATCH WINDOW CAPACITY REPORT - BUSINESS DATE "
               DELIMITED BY SIZE,
               BUSINESS-DATE DELIMITED BY SIZE
               INTO CAPACITY-LINE
           PERFORM PUT-CAPACITY-LINE
           MOVE "------------------------------------------------"
               TO CAPACITY-LINE
           PERFORM PUT-CAPACITY-LINE

           PERFORM WRITE-WINDOW-SECTION
           PERFORM WRITE-TRANSFER-SECTION
           PERFORM WRITE-SLOWEST-SECTION
           PERFORM WRITE-TREND-SECTION
           PERFORM WRITE-CAPACITY-SUMMARY

           CLOSE CAPACITY-FILE

           PERFORM WRITE-HISTORY-FILE

           DISPLAY "CAPACITY REPORT WRITTEN: capacityreport.txt"

           IF WINDOWS-AT-RISK > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF

           STOP RUN.

      *load every window - a line that won't parse fails the report
      *the same way it fails the scheduler
           READ-SCHEDULE-FILE.

           OPEN INPUT SCHEDULE-FILE.

           PERFORM UNTIL SCHEDULE-EOF = 1
               READ SCHEDULE-FILE
                   AT END MOVE 1 TO SCHEDULE-EOF
                   NOT AT END
                       IF SCHEDULE-LINE NOT = SPACES
                           AND SCHEDULE-LINE(1:1) NOT = "*"
                           PERFORM PARSE-SCHEDULE-LINE
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE SCHEDULE-FILE.

      *one window's line into the table - the manifest, the start
      *time and the latest start matter to capacity
           PARSE-SCHEDULE-LINE.

           MOVE SPACES TO PARSE-MANIFEST PARSE-START PARSE-LATEST
               PARSE-CALENDAR PARSE-DEPENDS

           UNSTRING SCHEDULE-LINE DELIMITED BY ALL " "
               INTO PARSE-MANIFEST PARSE-START PARSE-LATEST
                   PARSE-CALENDAR PARSE-DEPENDS
           END-UNSTRING

           IF PARSE-MANIFEST = SPACES OR PARSE-START = SPACES
               OR PARSE-LATEST = SPACES OR PARSE-CALENDAR = SPACES
               DISPLAY "BAD SCHEDULE LINE: " SCHEDULE-LINE
               MOVE 1 TO SCHEDULE-BAD
           ELSE
               IF WINDOW-COUNT >= MAX-WINDOWS
                   DISPLAY "SCHEDULE FULL, IGNORING: " SCHEDULE-LINE
               ELSE
                   ADD 1 TO WINDOW-COUNT
                   MOVE PARSE-MANIFEST TO WIN-MANIFEST(WINDOW-COUNT)
                   COMPUTE WIN-START(WINDOW-COUNT) =
                       FUNCTION NUMVAL(PARSE-START)
                   COMPUTE WIN-LATEST(WINDOW-COUNT) =
                       FUNCTION NUMVAL(PARSE-LATEST)
                   MOVE 0 TO WIN-MARGIN-KNOWN(WINDOW-COUNT)
                   MOVE "NOT RUN" TO WIN-STATUS(WINDOW-COUNT)
                   MOVE SPACES TO WIN-MODE(WINDOW-COUNT)
                   MOVE 0 TO WIN-ATTEMPTS(WINDOW-COUNT)
                   MOVE SPACES TO WIN-START-STAMP(WINDOW-COUNT)
                   MOVE SPACES TO WIN-END-STAMP(WINDOW-COUNT)
                   MOVE 0 TO WIN-ELAPSED(WINDOW-COUNT)
                   MOVE 0 TO WIN-TIMED(WINDOW-COUNT)
                   MOVE 0 TO WIN-FILES(WINDOW-COUNT)
                   MOVE 0 TO WIN-BYTES(WINDOW-COUNT)
                   MOVE 0 TO WIN-AVG-ELAPSED(WINDOW-COUNT)
                   MOVE 0 TO WIN-AVG-NIGHTS(WINDOW-COUNT)
               END-IF
           END-IF.

      *the night being reported, and the noon-to-noon span an
      *unscheduled delivery line's START= has to fall in to belong
      *to it
           GET-BUSINESS-DATE.

           MOVE SPACES TO COMMAND-ARGS
           ACCEPT COMMAND-ARGS FROM COMMAND-LINE

           IF COMMAND-ARGS(1:8) IS NUMERIC
               MOVE COMMAND-ARGS(1:8) TO BUSINESS-DATE
           ELSE
               MOVE FUNCTION CURRENT-DATE(1:8) TO BUSINESS-DATE
               IF FUNCTION CURRENT-DATE(9:4) < "1200"
                   COMPUTE BUSINESS-DATE = FUNCTION DATE-OF-INTEGER(
                       FUNCTION INTEGER-OF-DATE(BUSINESS-DATE) - 1)
               END-IF
           END-IF

           COMPUTE BUSINESS-DAY-NUM =
               FUNCTION INTEGER-OF-DATE(BUSINESS-DATE)
           COMPUTE NIGHT-FROM-STAMP = BUSINESS-DATE * 10000 + 1200
           COMPUTE NIGHT-TO-STAMP = FUNCTION DATE-OF-INTEGER(
               BUSINESS-DAY-NUM + 1) * 10000 + 1200.

      *each window's slot runs from its own start to the start of
      *the window after it - the last window's runs round to the
      *first one's start the next night, since that is the next
      *thing it would collide with. the days each window has
      *wrapped past midnight are noted on the way
           SIZE-WINDOW-SLOTS.

           PERFORM VARYING WIN-IDX FROM 1 BY 1
                   UNTIL WIN-IDX > WINDOW-COUNT
               IF WIN-START(WIN-IDX) < PREV-START-HHMM
                   ADD 1 TO WRAP-DAYS
               END-IF
               MOVE WIN-START(WIN-IDX) TO PREV-START-HHMM
               MOVE WRAP-DAYS TO WIN-DAY-OFFSET(WIN-IDX)
               IF WIN-IDX = WINDOW-COUNT
                   MOVE 1 TO NEXT-IDX
               ELSE
                   COMPUTE NEXT-IDX = WIN-IDX + 1
               END-IF
               COMPUTE WIN-SLOT-MINUTES(WIN-IDX) =
                   (FUNCTION INTEGER(WIN-START(NEXT-IDX) / 100) * 60
                       + FUNCTION MOD(WIN-START(NEXT-IDX), 100))
                   - (FUNCTION INTEGER(WIN-START(WIN-IDX) / 100) * 60
                       + FUNCTION MOD(WIN-START(WIN-IDX), 100))
               IF WIN-SLOT-MINUTES(WIN-IDX) <= 0
                   ADD 1440 TO WIN-SLOT-MINUTES(WIN-IDX)
               END-IF
           END-PERFORM.

      *how close a window ran to the latest-start limits, in whole
      *minutes: its own latest start less when it actually started,
      *and the next window's latest start less when it ended - the
      *last window's next is the first one the night after. only a
      *nightly run is judged; a rerun or forced run goes when the
      *operator says, and says nothing about the schedule
           GET-WINDOW-MARGINS.

           MOVE 0 TO WIN-MARGIN-KNOWN(WIN-IDX)
           IF WIN-TIMED(WIN-IDX) = 1
               AND (WIN-MODE(WIN-IDX) = SPACES
                   OR WIN-MODE(WIN-IDX) = "NIGHTLY")
               MOVE 1 TO WIN-MARGIN-KNOWN(WIN-IDX)

               COMPUTE LATEST-DAY-NUM =
                   BUSINESS-DAY-NUM + WIN-DAY-OFFSET(WIN-IDX)
               MOVE WIN-LATEST(WIN-IDX) TO LATEST-HHMM-WORK
               PERFORM GET-LATEST-HUNDREDTHS
               MOVE WIN-START-STAMP(WIN-IDX) TO STAMP-WORK
               PERFORM GET-STAMP-HUNDREDTHS
               COMPUTE WIN-START-MARGIN(WIN-IDX) = FUNCTION INTEGER(
                   (LATEST-HUNDREDTHS - STAMP-HUNDREDTHS) / 6000)

               IF WIN-IDX = WINDOW-COUNT
                   MOVE 1 TO NEXT-IDX
                   COMPUTE LATEST-DAY-NUM = BUSINESS-DAY-NUM + 1
                       + WIN-DAY-OFFSET(NEXT-IDX)
               ELSE
                   COMPUTE NEXT-IDX = WIN-IDX + 1
                   COMPUTE LATEST-DAY-NUM =
                       BUSINESS-DAY-NUM + WIN-DAY-OFFSET(NEXT-IDX)
               END-IF
               MOVE WIN-LATEST(NEXT-IDX) TO LATEST-HHMM-WORK
               PERFORM GET-LATEST-HUNDREDTHS
               MOVE WIN-END-STAMP(WIN-IDX) TO STAMP-WORK
               PERFORM GET-STAMP-HUNDREDTHS
               COMPUTE WIN-NEXT-MARGIN(WIN-IDX) = FUNCTION INTEGER(
                   (LATEST-HUNDREDTHS - STAMP-HUNDREDTHS) / 6000)
           END-IF.

      *LATEST-HHMM-WORK on day LATEST-DAY-NUM of the integer
      *calendar, as hundredths
           GET-LATEST-HUNDREDTHS.

           COMPUTE LATEST-HUNDREDTHS =
               LATEST-DAY-NUM * 8640000
               + FUNCTION INTEGER(LATEST-HHMM-WORK / 100) * 360000
               + FUNCTION MOD(LATEST-HHMM-WORK, 100) * 6000.

      *the window's completion record for the business date - the
      *last line carrying that date speaks for the window
           READ-WINDOW-DONE.

           MOVE SPACES TO DONE-FILE-NAME
           STRING WIN-MANIFEST(WIN-IDX) DELIMITED BY SPACE,
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
           END-IF.

      *one completion-record line - a record from before START= was
      *carried gives the window's status but no timing
           APPLY-DONE-LINE.

           PERFORM SPLIT-DONE-LINE

           IF DONE-DATE-PART(1:8) IS NUMERIC
               AND DONE-STATUS-PART NOT = SPACES
               MOVE DONE-DATE-PART(1:8) TO DONE-DATE-NUM
               IF DONE-DATE-NUM = BUSINESS-DATE
                   MOVE DONE-STATUS-PART TO WIN-STATUS(WIN-IDX)
                   MOVE DONE-MODE-PART TO WIN-MODE(WIN-IDX)
                   ADD 1 TO WIN-ATTEMPTS(WIN-IDX)
                   MOVE 0 TO WIN-TIMED(WIN-IDX)
                   MOVE 0 TO WIN-ELAPSED(WIN-IDX)
                   MOVE SPACES TO WIN-START-STAMP(WIN-IDX)
                   MOVE SPACES TO WIN-END-STAMP(WIN-IDX)
      *a window decided without running (SKIPPED, HELD, MISSED)
      *used none of its slot - only a PASS, FAIL or WAIT went to
      *the client, and a PASS marked by hand never went at all
                   IF DONE-START-PART(1:14) IS NUMERIC
                       AND DONE-END-PART(1:14) IS NUMERIC
                       AND (DONE-STATUS-PART = "PASS"
                           OR DONE-STATUS-PART = "FAIL"
                           OR DONE-STATUS-PART = "WAIT")
                       AND DONE-MODE-PART NOT = "MANUAL"
                       MOVE 1 TO WIN-TIMED(WIN-IDX)
                       MOVE DONE-START-PART(1:14)
                           TO WIN-START-STAMP(WIN-IDX)
                       MOVE DONE-END-PART(1:14)
                           TO WIN-END-STAMP(WIN-IDX)
                       COMPUTE WIN-ELAPSED(WIN-IDX) =
                           FUNCTION NUMVAL(DONE-ELAPSED-PART)
                   END-IF
               END-IF
           END-IF.

      *a completion-record line on its own markers - the fields a
      *line written before they were carried simply come out blank
           SPLIT-DONE-LINE.

           MOVE SPACES TO DONE-DATE-PART DONE-STATUS-PART
               DONE-START-PART DONE-END-PART DONE-ELAPSED-PART
               DONE-ATTEMPT-PART DONE-MODE-PART DONE-BY-PART
           UNSTRING DONE-LINE DELIMITED BY " STATUS=" OR " START="
                   OR " END=" OR " ELAPSED=" OR " ATTEMPT="
                   OR " MODE=" OR " BY="
               INTO DONE-DATE-PART DONE-STATUS-PART DONE-START-PART
                   DONE-END-PART DONE-ELAPSED-PART DONE-ATTEMPT-PART
                   DONE-MODE-PART DONE-BY-PART
           END-UNSTRING.

      *load every timed delivery line of the night
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

      *split one delivery line on its own markers - a line without
      *START=/END= (written before they were carried) can't be
      *timed and is only counted, a SKIP or WAIT moved nothing, and a
      *line from some other night is none of this report's business
           LOAD-DELIVERY-LINE.

           MOVE SPACES TO PARSE-EVENT PARSE-REST-1 PARSE-REST-2
               PARSE-REST-3 PARSE-REST-4 PARSE-NAME-PART
               PARSE-BYTES-PART PARSE-BLOCKS-PART
               PARSE-OUTCOME-PART PARSE-VERIFY-PART
               PARSE-START-PART PARSE-END-PART

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
           UNSTRING DELIVERY-LOG-RECORD DELIMITED BY " START="
               OR " END="
               INTO PARSE-REST-1 PARSE-START-PART PARSE-END-PART
           END-UNSTRING

           IF PARSE-NAME-PART = SPACES OR PARSE-OUTCOME-PART = SPACES
               ADD 1 TO LINES-IGNORED
           ELSE
               IF PARSE-START-PART(1:16) IS NOT NUMERIC
                   OR PARSE-END-PART(1:16) IS NOT NUMERIC
                   ADD 1 TO UNTIMED-LINES
               ELSE
                   COMPUTE LINE-STAMP =
                       FUNCTION NUMVAL(PARSE-START-PART(1:12))
                   PERFORM FIND-LINE-WINDOW
                   IF (LINE-WINDOW > 0
                       OR (LINE-STAMP >= NIGHT-FROM-STAMP
                           AND LINE-STAMP < NIGHT-TO-STAMP))
                       AND PARSE-OUTCOME-PART NOT = "SKIP"
                       AND PARSE-OUTCOME-PART NOT = "WAIT"
                       PERFORM ADD-TRANSFER-ENTRY
                   END-IF
               END-IF
           END-IF.

      *one timed transfer into the table - elapsed in hundredths,
      *throughput in bytes a second, and the window that carried it
           ADD-TRANSFER-ENTRY.

           IF TRANSFER-COUNT >= MAX-TRANSFERS
               DISPLAY "TRANSFER TABLE FULL, IGNORING: "
                   DELIVERY-LOG-RECORD(1:60)
               ADD 1 TO LINES-IGNORED
           ELSE
               ADD 1 TO TRANSFER-COUNT
               MOVE TRANSFER-COUNT TO TR-IDX
               MOVE PARSE-EVENT TO TR-EVENT(TR-IDX)
               MOVE PARSE-NAME-PART TO TR-NAME(TR-IDX)
               MOVE PARSE-OUTCOME-PART TO TR-OUTCOME(TR-IDX)
               COMPUTE TR-BYTES(TR-IDX) =
                   FUNCTION NUMVAL(PARSE-BYTES-PART)
               MOVE PARSE-START-PART(1:16) TO TR-START-STAMP(TR-IDX)

               MOVE PARSE-START-PART(1:16) TO STAMP-WORK
               PERFORM GET-STAMP-HUNDREDTHS
               MOVE STAMP-HUNDREDTHS TO START-HUNDREDTHS
               MOVE PARSE-END-PART(1:16) TO STAMP-WORK
               PERFORM GET-STAMP-HUNDREDTHS
               COMPUTE TR-ELAPSED(TR-IDX) =
                   STAMP-HUNDREDTHS - START-HUNDREDTHS
               IF TR-ELAPSED(TR-IDX) < 0
                   MOVE 0 TO TR-ELAPSED(TR-IDX)
               END-IF

      *anything quicker than the clock can see is charged one
      *hundredth, so a tiny file still shows a finite rate
               IF TR-ELAPSED(TR-IDX) = 0
                   COMPUTE TR-RATE(TR-IDX) = TR-BYTES(TR-IDX) * 100
               ELSE
                   COMPUTE TR-RATE(TR-IDX) =
                       TR-BYTES(TR-IDX) * 100 / TR-ELAPSED(TR-IDX)
               END-IF
               MOVE 0 TO TR-RANKED(TR-IDX)

               MOVE LINE-WINDOW TO TR-WINDOW(TR-IDX)
               IF TR-WINDOW(TR-IDX) > 0
                   ADD 1 TO WIN-FILES(TR-WINDOW(TR-IDX))
                   ADD TR-BYTES(TR-IDX)
                       TO WIN-BYTES(TR-WINDOW(TR-IDX))
               END-IF

               ADD 1 TO NIGHT-FILES
               ADD TR-BYTES(TR-IDX) TO NIGHT-BYTES
           END-IF.

      *the window whose run a delivery line's START= fell inside -
      *a line carried by one of the night's windows belongs to the
      *night whatever the clock said, since the scheduler dates a
      *night by the day it was started
           FIND-LINE-WINDOW.

           MOVE 0 TO LINE-WINDOW
           PERFORM VARYING WIN-IDX FROM 1 BY 1
                   UNTIL WIN-IDX > WINDOW-COUNT
               IF WIN-TIMED(WIN-IDX) = 1
                   AND PARSE-START-PART(1:14)
                       >= WIN-START-STAMP(WIN-IDX)
                   AND PARSE-START-PART(1:14)
                       <= WIN-END-STAMP(WIN-IDX)
                   MOVE WIN-IDX TO LINE-WINDOW
               END-IF
           END-PERFORM.

      *a yyyymmddhhmmss stamp with or without hundredths behind it,
      *in STAMP-WORK, as a running count of hundredths
           GET-STAMP-HUNDREDTHS.

           IF STAMP-WORK(15:2) IS NOT NUMERIC
               MOVE "00" TO STAMP-WORK(15:2)
           END-IF
           COMPUTE STAMP-HUNDREDTHS =
               FUNCTION INTEGER-OF-DATE(
                   FUNCTION NUMVAL(STAMP-WORK(1:8))) * 8640000
               + FUNCTION NUMVAL(STAMP-WORK(9:2)) * 360000
               + FUNCTION NUMVAL(STAMP-WORK(11:2)) * 6000
               + FUNCTION NUMVAL(STAMP-WORK(13:2)) * 100
               + FUNCTION NUMVAL(STAMP-WORK(15:2)).

      *earlier nights off the history file - a damaged line is
      *dropped, it can't be averaged
           READ-HISTORY-FILE.

           CALL "CBL_CHECK_FILE_EXIST" USING
               HISTORY-FILE-NAME
               FILE-DETAILS
             GIVING FILE-CHECK-RC
           END-CALL

           IF FILE-CHECK-RC = 0
               MOVE 0 TO HISTORY-EOF
               OPEN INPUT HISTORY-FILE
               PERFORM UNTIL HISTORY-EOF = 1
                   READ HISTORY-FILE
                       AT END MOVE 1 TO HISTORY-EOF
                       NOT AT END
                           PERFORM LOAD-HISTORY-LINE
                   END-READ
               END-PERFORM
               CLOSE HISTORY-FILE
           END-IF.

      *one history line into the table - tonight's own earlier
      *copy (the report run twice) and anything past the keep
      *period are left behind, and so fall out of the file when it
      *is written back
           LOAD-HISTORY-LINE.

           MOVE SPACES TO HIST-DATE-PART HIST-WINDOW-PART
               HIST-ELAPSED-PART HIST-FILES-PART HIST-BYTES-PART
           UNSTRING HISTORY-RECORD DELIMITED BY " WINDOW="
                   OR " ELAPSED=" OR " FILES=" OR " BYTES="
               INTO HIST-DATE-PART HIST-WINDOW-PART HIST-ELAPSED-PART
                   HIST-FILES-PART HIST-BYTES-PART
           END-UNSTRING

           IF HIST-DATE-PART(1:8) IS NUMERIC
               AND HIST-WINDOW-PART NOT = SPACES
               AND HIST-ELAPSED-PART NOT = SPACES
               MOVE HIST-DATE-PART(1:8) TO DONE-DATE-NUM
               COMPUTE HIST-AGE-DAYS = BUSINESS-DAY-NUM
                   - FUNCTION INTEGER-OF-DATE(DONE-DATE-NUM)
               IF DONE-DATE-NUM NOT = BUSINESS-DATE
                   AND HIST-AGE-DAYS < HISTORY-KEEP-DAYS
                   AND HISTORY-COUNT < MAX-HISTORY
                   ADD 1 TO HISTORY-COUNT
                   MOVE DONE-DATE-NUM TO HIST-DATE(HISTORY-COUNT)
                   MOVE HIST-WINDOW-PART
                       TO HIST-WINDOW(HISTORY-COUNT)
                   COMPUTE HIST-ELAPSED(HISTORY-COUNT) =
                       FUNCTION NUMVAL(HIST-ELAPSED-PART)
                   MOVE HISTORY-RECORD TO HIST-LINE(HISTORY-COUNT)
               END-IF
           END-IF.

      *each timed window's average over the nights before this one,
      *back as far as TREND-NIGHTS days, and the whole night's the
      *same way
           GET-WINDOW-TRENDS.

           PERFORM VARYING WIN-IDX FROM 1 BY 1
                   UNTIL WIN-IDX > WINDOW-COUNT
               IF WIN-TIMED(WIN-IDX) = 1
                   ADD WIN-ELAPSED(WIN-IDX) TO NIGHT-ELAPSED
                   ADD 1 TO NIGHT-TIMED-WINDOWS
               END-IF
               MOVE WIN-MANIFEST(WIN-IDX) TO TREND-WINDOW
               PERFORM AVERAGE-WINDOW-HISTORY
               MOVE TREND-AVG TO WIN-AVG-ELAPSED(WIN-IDX)
               MOVE TREND-NIGHTS-FOUND TO WIN-AVG-NIGHTS(WIN-IDX)
           END-PERFORM.

      *average ELAPSED= of TREND-WINDOW over the earlier nights in
      *range
           AVERAGE-WINDOW-HISTORY.

           MOVE 0 TO TREND-SUM
           MOVE 0 TO TREND-NIGHTS-FOUND
           MOVE 0 TO TREND-AVG
           PERFORM VARYING HIST-IDX FROM 1 BY 1
                   UNTIL HIST-IDX > HISTORY-COUNT
               COMPUTE HIST-AGE-DAYS = BUSINESS-DAY-NUM
                   - FUNCTION INTEGER-OF-DATE(HIST-DATE(HIST-IDX))
               IF HIST-WINDOW(HIST-IDX) = TREND-WINDOW
                   AND HIST-AGE-DAYS > 0
                   AND HIST-AGE-DAYS <= TREND-NIGHTS
                   ADD HIST-ELAPSED(HIST-IDX) TO TREND-SUM
                   ADD 1 TO TREND-NIGHTS-FOUND
               END-IF
           END-PERFORM
           IF TREND-NIGHTS-FOUND > 0
               COMPUTE TREND-AVG = TREND-SUM / TREND-NIGHTS-FOUND
           END-IF.

      *one line per window - how it came out, how long it ran
      *against the slot it has, and what it moved - then, for a
      *nightly run, its margins against the latest starts. a window
      *is at risk when it used too much of its slot, or ended too
      *close to (or past) the next window's latest start
           WRITE-WINDOW-SECTION.

           MOVE "WINDOWS" TO CAPACITY-LINE
           PERFORM PUT-CAPACITY-LINE

           PERFORM VARYING WIN-IDX FROM 1 BY 1
                   UNTIL WIN-IDX > WINDOW-COUNT
               MOVE WIN-SLOT-MINUTES(WIN-IDX) TO RPT-MINUTES-DISP
               MOVE SPACES TO RPT-FLAG
               IF WIN-TIMED(WIN-IDX) = 1
                   COMPUTE SLOT-USED-PCT =
                       WIN-ELAPSED(WIN-IDX) * 100
                           / (WIN-SLOT-MINUTES(WIN-IDX) * 60)
                   IF SLOT-USED-PCT >= CAPACITY-WARN-PCT
                       MOVE "AT RISK" TO RPT-FLAG
                   END-IF
                   IF WIN-MARGIN-KNOWN(WIN-IDX) = 1
                       AND WIN-NEXT-MARGIN(WIN-IDX)
                           < MARGIN-WARN-MINUTES
                       MOVE "AT RISK" TO RPT-FLAG
                   END-IF
                   IF RPT-FLAG = "AT RISK"
                       ADD 1 TO WINDOWS-AT-RISK
                   END-IF
                   MOVE SLOT-USED-PCT TO RPT-PCT-DISP
                   COMPUTE RPT-MINUTES-DISP-2 =
                       (WIN-ELAPSED(WIN-IDX) + 59) / 60
                   MOVE WIN-ELAPSED(WIN-IDX) TO RPT-ELAPSED-DISP
                   MOVE WIN-FILES(WIN-IDX) TO RPT-COUNT-DISP
                   MOVE WIN-BYTES(WIN-IDX) TO RPT-BYTES-DISP
                   MOVE SPACES TO CAPACITY-LINE
                   STRING "  " DELIMITED BY SIZE,
                       WIN-MANIFEST(WIN-IDX) DELIMITED BY SIZE,
                       " " DELIMITED BY SIZE,
                       WIN-STATUS(WIN-IDX) DELIMITED BY SIZE,
                       " RAN" DELIMITED BY SIZE,
                       RPT-ELAPSED-DISP DELIMITED BY SIZE,
                       "S SLOT" DELIMITED BY SIZE,
                       RPT-MINUTES-DISP DELIMITED BY SIZE,
                       "M USED" DELIMITED BY SIZE,
                       RPT-PCT-DISP DELIMITED BY SIZE,
                       "% FILES" DELIMITED BY SIZE,
                       RPT-COUNT-DISP DELIMITED BY SIZE,
                       " BYTES" DELIMITED BY SIZE,
                       RPT-BYTES-DISP DELIMITED BY SIZE,
                       " " DELIMITED BY SIZE,
                       RPT-FLAG DELIMITED BY SIZE
                       INTO CAPACITY-LINE
               ELSE
                   MOVE SPACES TO CAPACITY-LINE
                   STRING "  " DELIMITED BY SIZE,
                       WIN-MANIFEST(WIN-IDX) DELIMITED BY SIZE,
                       " " DELIMITED BY SIZE,
                       WIN-STATUS(WIN-IDX) DELIMITED BY SIZE,
                       " NOT TIMED     SLOT" DELIMITED BY SIZE,
                       RPT-MINUTES-DISP DELIMITED BY SIZE,
                       "M" DELIMITED BY SIZE
                       INTO CAPACITY-LINE
               END-IF
               PERFORM PUT-CAPACITY-LINE
               IF WIN-MARGIN-KNOWN(WIN-IDX) = 1
                   PERFORM PUT-MARGIN-LINE
               END-IF
               IF WIN-ATTEMPTS(WIN-IDX) > 1
                   OR (WIN-MODE(WIN-IDX) NOT = SPACES
                       AND WIN-MODE(WIN-IDX) NOT = "NIGHTLY")
                   PERFORM WRITE-WINDOW-ATTEMPTS
               END-IF
           END-PERFORM.

      *a nightly window's margins under its line - minutes to spare
      *on its own latest start, and between its end and the next
      *window's latest start; negative is past the limit
           PUT-MARGIN-LINE.

           MOVE WIN-LATEST(WIN-IDX) TO RPT-HHMM-DISP
           MOVE WIN-START-MARGIN(WIN-IDX) TO RPT-MARGIN-DISP
           MOVE WIN-NEXT-MARGIN(WIN-IDX) TO RPT-MARGIN-DISP-2
           IF WIN-IDX = WINDOW-COUNT
               MOVE WIN-LATEST(1) TO RPT-HHMM-DISP-2
           ELSE
               MOVE WIN-LATEST(WIN-IDX + 1) TO RPT-HHMM-DISP-2
           END-IF
           MOVE SPACES TO CAPACITY-LINE
           STRING "      LATEST START " DELIMITED BY SIZE,
               RPT-HHMM-DISP DELIMITED BY SIZE,
               " MARGIN" DELIMITED BY SIZE,
               RPT-MARGIN-DISP DELIMITED BY SIZE,
               "M  NEXT LATEST START " DELIMITED BY SIZE,
               RPT-HHMM-DISP-2 DELIMITED BY SIZE,
               " MARGIN" DELIMITED BY SIZE,
               RPT-MARGIN-DISP-2 DELIMITED BY SIZE,
               "M" DELIMITED BY SIZE
               INTO CAPACITY-LINE
           PERFORM PUT-CAPACITY-LINE.

      *a window the night had to come back to - every attempt at
      *it, first run through to the recovery, off its completion
      *history: how it came out, how it was run, when, and who
      *signed off one marked complete by hand
           WRITE-WINDOW-ATTEMPTS.

           MOVE SPACES TO DONE-FILE-NAME
           STRING WIN-MANIFEST(WIN-IDX) DELIMITED BY SPACE,
               ".done" DELIMITED BY SIZE
               INTO DONE-FILE-NAME

           MOVE 0 TO DONE-ATTEMPT-COUNT
           MOVE 0 TO DONE-EOF
           OPEN INPUT DONE-FILE
           PERFORM UNTIL DONE-EOF = 1
               READ DONE-FILE
                   AT END MOVE 1 TO DONE-EOF
                   NOT AT END
                       PERFORM SPLIT-DONE-LINE
                       IF DONE-DATE-PART(1:8) = BUSINESS-DATE
                           ADD 1 TO DONE-ATTEMPT-COUNT
                           PERFORM PUT-ATTEMPT-LINE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE DONE-FILE.

      *one attempt under its window - a line from before the mode
      *was carried came from the nightly run
           PUT-ATTEMPT-LINE.

           IF DONE-MODE-PART = SPACES
               MOVE "NIGHTLY" TO DONE-MODE-PART
           END-IF
           MOVE DONE-ATTEMPT-COUNT TO RPT-RANK-DISP
           MOVE SPACES TO CAPACITY-LINE
           MOVE 1 TO ATTEMPT-PTR
           STRING "      ATTEMPT " DELIMITED BY SIZE,
               RPT-RANK-DISP DELIMITED BY SIZE,
               " " DELIMITED BY SIZE,
               DONE-STATUS-PART(1:8) DELIMITED BY SIZE,
               " " DELIMITED BY SIZE,
               DONE-MODE-PART(1:8) DELIMITED BY SIZE,
               " " DELIMITED BY SIZE,
               DONE-START-PART(1:12) DELIMITED BY SIZE,
               " TO " DELIMITED BY SIZE,
               DONE-END-PART(1:12) DELIMITED BY SIZE
               INTO CAPACITY-LINE
               WITH POINTER ATTEMPT-PTR
           IF DONE-BY-PART NOT = SPACES
               STRING " BY " DELIMITED BY SIZE,
                   DONE-BY-PART DELIMITED BY SPACE
                   INTO CAPACITY-LINE
                   WITH POINTER ATTEMPT-PTR
           END-IF
           PERFORM PUT-CAPACITY-LINE.

      *every timed transfer of the night in the order it ran -
      *elapsed seconds, throughput, and the window that carried it
           WRITE-TRANSFER-SECTION.

           MOVE SPACES TO CAPACITY-LINE
           PERFORM PUT-CAPACITY-LINE
           MOVE "TRANSFERS" TO CAPACITY-LINE
           PERFORM PUT-CAPACITY-LINE

           PERFORM VARYING TR-IDX FROM 1 BY 1
                   UNTIL TR-IDX > TRANSFER-COUNT
               MOVE 0 TO RPT-RANK-DISP
               PERFORM PUT-TRANSFER-LINE
           END-PERFORM.

      *the ten slowest, slowest first - picked one at a time off
      *whatever hasn't been ranked yet
           WRITE-SLOWEST-SECTION.

           MOVE SPACES TO CAPACITY-LINE
           PERFORM PUT-CAPACITY-LINE
           MOVE "SLOWEST TRANSFERS" TO CAPACITY-LINE
           PERFORM PUT-CAPACITY-LINE

           MOVE 0 TO SLOWEST-SHOWN
           PERFORM UNTIL SLOWEST-SHOWN >= 10
                   OR SLOWEST-SHOWN >= TRANSFER-COUNT
               MOVE 0 TO SLOWEST-SLOT
               MOVE -1 TO SLOWEST-MAX
               PERFORM VARYING TR-IDX FROM 1 BY 1
                       UNTIL TR-IDX > TRANSFER-COUNT
                   IF TR-RANKED(TR-IDX) = 0
                       AND TR-ELAPSED(TR-IDX) > SLOWEST-MAX
                       MOVE TR-ELAPSED(TR-IDX) TO SLOWEST-MAX
                       MOVE TR-IDX TO SLOWEST-SLOT
                   END-IF
               END-PERFORM
               ADD 1 TO SLOWEST-SHOWN
               MOVE 1 TO TR-RANKED(SLOWEST-SLOT)
               MOVE SLOWEST-SHOWN TO RPT-RANK-DISP
               MOVE SLOWEST-SLOT TO TR-IDX
               PERFORM PUT-TRANSFER-LINE
           END-PERFORM.

      *one transfer's line, ranked or not
           PUT-TRANSFER-LINE.

           COMPUTE RPT-SECS-DISP = TR-ELAPSED(TR-IDX) / 100
           MOVE TR-BYTES(TR-IDX) TO RPT-BYTES-DISP
           MOVE TR-RATE(TR-IDX) TO RPT-RATE-DISP
           IF TR-WINDOW(TR-IDX) > 0
               MOVE WIN-MANIFEST(TR-WINDOW(TR-IDX))
                   TO RPT-WINDOW-SHOWN
           ELSE
               MOVE "-" TO RPT-WINDOW-SHOWN
           END-IF

           MOVE SPACES TO CAPACITY-LINE
           STRING "  " DELIMITED BY SIZE,
               RPT-RANK-DISP DELIMITED BY SIZE,
               " " DELIMITED BY SIZE,
               TR-EVENT(TR-IDX) DELIMITED BY SIZE,
               TR-OUTCOME(TR-IDX) DELIMITED BY SIZE,
               RPT-SECS-DISP DELIMITED BY SIZE,
               "S" DELIMITED BY SIZE,
               RPT-BYTES-DISP DELIMITED BY SIZE,
               "B" DELIMITED BY SIZE,
               RPT-RATE-DISP DELIMITED BY SIZE,
               "B/S " DELIMITED BY SIZE,
               RPT-WINDOW-SHOWN DELIMITED BY SPACE,
               " " DELIMITED BY SIZE,
               TR-NAME(TR-IDX) DELIMITED BY SPACE
               INTO CAPACITY-LINE
           PERFORM PUT-CAPACITY-LINE.

      *each timed window, and the night as a whole, against the
      *average of the nights before
           WRITE-TREND-SECTION.

           MOVE SPACES TO CAPACITY-LINE
           PERFORM PUT-CAPACITY-LINE
           MOVE "TREND AGAINST PREVIOUS NIGHTS" TO CAPACITY-LINE
           PERFORM PUT-CAPACITY-LINE

           PERFORM VARYING WIN-IDX FROM 1 BY 1
                   UNTIL WIN-IDX > WINDOW-COUNT
               IF WIN-TIMED(WIN-IDX) = 1
                   MOVE WIN-MANIFEST(WIN-IDX) TO TREND-WINDOW
                   MOVE WIN-ELAPSED(WIN-IDX) TO TREND-TONIGHT
                   MOVE WIN-AVG-ELAPSED(WIN-IDX) TO TREND-AVG
                   MOVE WIN-AVG-NIGHTS(WIN-IDX) TO TREND-NIGHTS-FOUND
                   PERFORM PUT-TREND-LINE
               END-IF
           END-PERFORM

           IF NIGHT-TIMED-WINDOWS > 0
               MOVE "*ALL" TO TREND-WINDOW
               MOVE NIGHT-ELAPSED TO TREND-TONIGHT
               PERFORM AVERAGE-WINDOW-HISTORY
               PERFORM PUT-TREND-LINE
           END-IF.

      *one trend line - tonight's seconds, the earlier average, and
      *the change in percent when there is anything to compare with
           PUT-TREND-LINE.

           MOVE TREND-TONIGHT TO RPT-ELAPSED-DISP
           MOVE SPACES TO RPT-FLAG
           MOVE SPACES TO CAPACITY-LINE
           IF TREND-NIGHTS-FOUND = 0
               STRING "  " DELIMITED BY SIZE,
                   TREND-WINDOW DELIMITED BY SIZE,
                   " TONIGHT" DELIMITED BY SIZE,
                   RPT-ELAPSED-DISP DELIMITED BY SIZE,
                   "S NO EARLIER NIGHTS" DELIMITED BY SIZE
                   INTO CAPACITY-LINE
           ELSE
               IF TREND-AVG > 0
                   COMPUTE TREND-PCT =
                       (TREND-TONIGHT - TREND-AVG) * 100 / TREND-AVG
               ELSE
                   MOVE 0 TO TREND-PCT
               END-IF
               IF TREND-PCT >= GROWTH-WARN-PCT
                   MOVE "GROWING" TO RPT-FLAG
                   ADD 1 TO WINDOWS-GROWING
               END-IF
               MOVE TREND-AVG TO RPT-ELAPSED-DISP-2
               MOVE TREND-PCT TO RPT-TREND-DISP
               MOVE TREND-NIGHTS-FOUND TO RPT-RANK-DISP
               STRING "  " DELIMITED BY SIZE,
                   TREND-WINDOW DELIMITED BY SIZE,
                   " TONIGHT" DELIMITED BY SIZE,
                   RPT-ELAPSED-DISP DELIMITED BY SIZE,
                   "S AVG" DELIMITED BY SIZE,
                   RPT-ELAPSED-DISP-2 DELIMITED BY SIZE,
                   "S OVER" DELIMITED BY SIZE,
                   RPT-RANK-DISP DELIMITED BY SIZE,
                   " NIGHTS" DELIMITED BY SIZE,
                   RPT-TREND-DISP DELIMITED BY SIZE,
                   "% " DELIMITED BY SIZE,
                   RPT-FLAG DELIMITED BY SIZE
                   INTO CAPACITY-LINE
           END-IF
           PERFORM PUT-CAPACITY-LINE.

      *the close-out tallies, then the verdict
           WRITE-CAPACITY-SUMMARY.

           MOVE SPACES TO CAPACITY-LINE
           PERFORM PUT-CAPACITY-LINE

           MOVE NIGHT-FILES TO RPT-COUNT-DISP
           MOVE SPACES TO CAPACITY-LINE
           STRING "TIMED TRANSFERS:     " DELIMITED BY SIZE,
               RPT-COUNT-DISP DELIMITED BY SIZE
               INTO CAPACITY-LINE
           PERFORM PUT-CAPACITY-LINE

           MOVE NIGHT-BYTES TO RPT-BYTES-DISP
           MOVE SPACES TO CAPACITY-LINE
           STRING "BYTES MOVED:     " DELIMITED BY SIZE,
               RPT-BYTES-DISP DELIMITED BY SIZE
               INTO CAPACITY-LINE
           PERFORM PUT-CAPACITY-LINE

           MOVE WINDOWS-AT-RISK TO RPT-COUNT-DISP
           MOVE SPACES TO CAPACITY-LINE
           STRING "WINDOWS AT RISK:     " DELIMITED BY SIZE,
               RPT-COUNT-DISP DELIMITED BY SIZE
               INTO CAPACITY-LINE
           PERFORM PUT-CAPACITY-LINE

           MOVE WINDOWS-GROWING TO RPT-COUNT-DISP
           MOVE SPACES TO CAPACITY-LINE
           STRING "GROWING:             " DELIMITED BY SIZE,
               RPT-COUNT-DISP DELIMITED BY SIZE
               INTO CAPACITY-LINE
           PERFORM PUT-CAPACITY-LINE

           IF UNTIMED-LINES > 0
               MOVE UNTIMED-LINES TO RPT-COUNT-DISP
               MOVE SPACES TO CAPACITY-LINE
               STRING "LINES WITHOUT TIMING:" DELIMITED BY SIZE,
                   RPT-COUNT-DISP DELIMITED BY SIZE
                   INTO CAPACITY-LINE
               PERFORM PUT-CAPACITY-LINE
           END-IF

           IF LINES-IGNORED > 0
               MOVE LINES-IGNORED TO RPT-COUNT-DISP
               MOVE SPACES TO CAPACITY-LINE
               STRING "LINES NOT COUNTED:   " DELIMITED BY SIZE,
                   RPT-COUNT-DISP DELIMITED BY SIZE
                   INTO CAPACITY-LINE
               PERFORM PUT-CAPACITY-LINE
           END-IF

           MOVE SPACES TO CAPACITY-LINE
           IF WINDOWS-AT-RISK = 0
               MOVE "RESULT: EVERY WINDOW FITS ITS SLOT"
                   TO CAPACITY-LINE
           ELSE
               MOVE "RESULT: WINDOW CAPACITY AT RISK" TO CAPACITY-LINE
           END-IF
           PERFORM PUT-CAPACITY-LINE.

      *the history file written back whole - the earlier nights
      *still in range, then tonight's timed windows and the night
      *as a whole, so the next run has this one to compare with
           WRITE-HISTORY-FILE.

           OPEN OUTPUT HISTORY-FILE

           PERFORM VARYING HIST-IDX FROM 1 BY 1
                   UNTIL HIST-IDX > HISTORY-COUNT
               MOVE HIST-LINE(HIST-IDX) TO HISTORY-RECORD
               WRITE HISTORY-RECORD
           END-PERFORM

           PERFORM VARYING WIN-IDX FROM 1 BY 1
                   UNTIL WIN-IDX > WINDOW-COUNT
               IF WIN-TIMED(WIN-IDX) = 1
                   MOVE WIN-ELAPSED(WIN-IDX) TO RPT-ELAPSED-DISP
                   MOVE WIN-FILES(WIN-IDX) TO RPT-COUNT-DISP
                   MOVE WIN-BYTES(WIN-IDX) TO RPT-BYTES-DISP
                   MOVE WIN-MANIFEST(WIN-IDX) TO TREND-WINDOW
                   PERFORM PUT-HISTORY-LINE
               END-IF
           END-PERFORM

           IF NIGHT-TIMED-WINDOWS > 0
               MOVE NIGHT-ELAPSED TO RPT-ELAPSED-DISP
               MOVE NIGHT-FILES TO RPT-COUNT-DISP
               MOVE NIGHT-BYTES TO RPT-BYTES-DISP
               MOVE "*ALL" TO TREND-WINDOW
               PERFORM PUT-HISTORY-LINE
           END-IF

           CLOSE HISTORY-FILE.

      *one history line off the display fields
           PUT-HISTORY-LINE.

           MOVE SPACES TO HISTORY-RECORD
           STRING BUSINESS-DATE DELIMITED BY SIZE,
               " WINDOW=" DELIMITED BY SIZE,
               TREND-WINDOW DELIMITED BY SPACE,
               " ELAPSED=" DELIMITED BY SIZE,
               FUNCTION TRIM(RPT-ELAPSED-DISP) DELIMITED BY SIZE,
               " FILES=" DELIMITED BY SIZE,
               FUNCTION TRIM(RPT-COUNT-DISP) DELIMITED BY SIZE,
               " BYTES=" DELIMITED BY SIZE,
               FUNCTION TRIM(RPT-BYTES-DISP) DELIMITED BY SIZE
               INTO HISTORY-RECORD
           END-STRING
           WRITE HISTORY-RECORD.

      *one line to both the report file and the console
           PUT-CAPACITY-LINE.

           MOVE CAPACITY-LINE TO CAPACITY-RECORD
           WRITE CAPACITY-RECORD
           DISPLAY CAPACITY-LINE(1:72).
