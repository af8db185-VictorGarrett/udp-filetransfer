       FD SCHEDULE-FILE.
       01 SCHEDULE-LINE PIC X(80).

      *per-window completion history - one line appended every time
      *the window is decided: the run date of the night it belongs
      *to and how the window came out. a later window names this
      *file's window as its dependency and reads this back, the
      *last line for the night speaking for it. START= and END=
      *(yyyymmddhhmmss) and ELAPSED= (seconds) follow, for the
      *capacity report - a window decided without running shows
      *the moment it was decided and no elapsed time at all - then
      *ATTEMPT= (the night's first, second...), MODE= (NIGHTLY,
      *RERUN, FORCED past its latest start, or MANUAL) and, on a
      *MANUAL line, BY= whoever authorized it
       FD DONE-FILE.
       01 DONE-LINE PIC X(132).

      *optional list of dates (YYYYMMDD, one per line) a WEEKDAYS
      *window must not run on - bank holidays and the like. no
               05  SCH-LATEST BINARY-LONG.
               05  SCH-CALENDAR PIC X(10).
               05  SCH-DEPENDS PIC X(20).
               05  SCH-SELECTED BINARY-SHORT.
       01  SCH-IDX BINARY-LONG.
       01  SCHEDULE-EOF BINARY-SHORT VALUE 0.
       01  SCHEDULE-BAD BINARY-SHORT VALUE 0.
       01  PREV-START-HHMM BINARY-LONG VALUE 0.
       01  WINDOW-WRAPPED BINARY-SHORT VALUE 0.
       01  WAIT-START-DATE PIC 9(8).
      *the calendar date the window falls on - the run date, moved
      *on a day for every midnight the schedule has wrapped past
       01  WINDOW-DAY-OFFSET BINARY-LONG VALUE 0.
       01  WINDOW-CAL-DATE PIC 9(8).

      *how this run was asked for - the nightly run takes no
      *arguments; an operator putting one night right takes
      *  RERUN yyyymmdd window.mft [FORCE]
      *    that window and every window downstream of it on the
      *    dependency chain, for that night and against that
      *    night's calendar. FORCE opens a window whose latest
      *    start has gone by
      *  COMPLETE yyyymmdd window.mft who
      *    a window put right by hand recorded as passed, and who
      *    authorized it, so what depends on it may run
       01  COMMAND-ARGS PIC X(100).
       01  ARG-MODE PIC X(10).
       01  ARG-DATE PIC X(10).
       01  ARG-WINDOW PIC X(20).
       01  ARG-OPTION PIC X(20).
       01  ARGS-BAD BINARY-SHORT VALUE 0.
       01  RERUN-MODE BINARY-SHORT VALUE 0.
       01  FORCE-LATEST BINARY-SHORT VALUE 0.
       01  RERUN-START-IDX BINARY-LONG VALUE 0.
       01  DEP-IDX BINARY-LONG.
       01  RUN-MODE-NAME PIC X(8) VALUE "NIGHTLY".
       01  WINDOW-MODE PIC X(8).
       01  AUTHORIZED-BY PIC X(20) VALUE SPACES.

       01  SLEEP-SECONDS BINARY-LONG VALUE 30.
       01  WINDOW-OPEN BINARY-SHORT VALUE 0.

      *dependency check - the named window's completion record must
      *carry this night's run date and a PASS before this window may
      *start. one that is only WAITing on its files, or HELD behind
      *something that is, holds this window without it counting as
      *a failure of its own
       01  DEPEND-SATISFIED BINARY-SHORT VALUE 0.
       01  DEPEND-WAITING BINARY-SHORT VALUE 0.
       01  DONE-EOF BINARY-SHORT VALUE 0.
       01  DONE-DATE-PART PIC X(10).
       01  DONE-STATUS-PART PIC X(20).
       01  DONE-DATE-NUM PIC 9(8).
       01  DONE-ATTEMPT BINARY-LONG.
       01  DONE-ATTEMPT-DISP PIC Z(3)9.
       01  DONE-PTR BINARY-LONG.

       01  ANY-WINDOW-FAILED BINARY-SHORT VALUE 0.
       01  ANY-WINDOW-WAITING BINARY-SHORT VALUE 0.

      *the alerting step - run after every window is decided and
      *once more when the night is over, handed the run date so it
      *reads the same night's records. it is only run when it has
      *been installed alongside, and its verdict never changes the
      *schedule's
       01  ALERT-PROGRAM-NAME PIC X(20) VALUE "alerts".
       01  ALERT-PASS PIC X(6).
       01  ALERT-COMMAND PIC X(40).

      *how long the window's client run took - START is stamped as
      *the manifest is handed over, END as the record is written,
      *each turned into seconds off a day count so a window that
      *runs across midnight still times right
       01  WINDOW-START-STAMP PIC X(14).
       01  WINDOW-END-STAMP PIC X(14).
       01  WINDOW-ELAPSED BINARY-LONG.
       01  WINDOW-ELAPSED-DISP PIC Z(5)9.
       01  STAMP-WORK PIC X(14).
       01  STAMP-SECONDS BINARY-DOUBLE.
       01  WINDOW-START-SECONDS BINARY-DOUBLE.

       PROCEDURE DIVISION.

               STOP RUN
           END-IF

           PERFORM GET-RUN-ARGUMENTS

           IF ARGS-BAD = 1
               DISPLAY "USAGE: scheduler [RERUN yyyymmdd window.mft "
                   "[FORCE] | COMPLETE yyyymmdd window.mft who]"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           IF ARG-MODE = "COMPLETE"
               PERFORM MARK-WINDOW-COMPLETE
               STOP RUN
           END-IF

           IF RERUN-MODE = 1
               PERFORM SELECT-RERUN-WINDOWS
               DISPLAY "RERUN OF RUN DATE " RUN-DATE " FROM "
                   SCH-MANIFEST(RERUN-START-IDX)
           ELSE
               PERFORM GET-CURRENT-DATE
               MOVE CURRENT-DATE-NUM TO RUN-DATE
               DISPLAY "SCHEDULE LOADED: " SCHEDULE-ENTRY-COUNT
                   " WINDOWS, RUN DATE " RUN-DATE
           END-IF

      *every window is walked in order, so the midnight wrap is
      *counted the same way however much of the night is rerun -
      *only the selected ones are run
           PERFORM VARYING SCH-IDX FROM 1 BY 1
                   UNTIL SCH-IDX > SCHEDULE-ENTRY-COUNT
               PERFORM NOTE-WINDOW-WRAP
               IF SCH-SELECTED(SCH-IDX) = 1
                   PERFORM RUN-ONE-WINDOW
                   MOVE "WINDOW" TO ALERT-PASS
                   PERFORM RUN-ALERT-PASS
               END-IF
           END-PERFORM

           MOVE "NIGHT" TO ALERT-PASS
           PERFORM RUN-ALERT-PASS

      *the client's own rule - a failure outranks a night that is
      *only waiting on files that have not landed yet
           IF ANY-WINDOW-FAILED = 1
               MOVE 4 TO RETURN-CODE
           ELSE
               IF ANY-WINDOW-WAITING = 1
                   MOVE 2 TO RETURN-CODE
               ELSE
                   MOVE 0 TO RETURN-CODE
               END-IF
           END-IF

           DISPLAY "SCHEDULE COMPLETE, RC " RETURN-CODE
                       TO SCH-CALENDAR(SCHEDULE-ENTRY-COUNT)
                   MOVE PARSE-DEPENDS
                       TO SCH-DEPENDS(SCHEDULE-ENTRY-COUNT)
                   MOVE 1 TO SCH-SELECTED(SCHEDULE-ENTRY-COUNT)
               END-IF
           END-IF.

      *the operator's arguments, when there are any - a mode, a
      *run date that is a real date, a window the schedule knows,
      *and FORCE or the authorizer behind them
           GET-RUN-ARGUMENTS.

           MOVE SPACES TO COMMAND-ARGS ARG-MODE ARG-DATE ARG-WINDOW
               ARG-OPTION
           ACCEPT COMMAND-ARGS FROM COMMAND-LINE
           UNSTRING COMMAND-ARGS DELIMITED BY ALL " "
               INTO ARG-MODE ARG-DATE ARG-WINDOW ARG-OPTION
           END-UNSTRING

           IF ARG-MODE NOT = SPACES
               IF ARG-MODE NOT = "RERUN" AND ARG-MODE NOT = "COMPLETE"
                   DISPLAY "UNKNOWN MODE: " ARG-MODE
                   MOVE 1 TO ARGS-BAD
               END-IF

               IF ARG-DATE(1:8) IS NUMERIC
                   AND ARG-DATE(9:2) = SPACES
                   MOVE ARG-DATE(1:8) TO RUN-DATE
                   IF FUNCTION TEST-DATE-YYYYMMDD(RUN-DATE) NOT = 0
                       DISPLAY "BAD RUN DATE: " ARG-DATE
                       MOVE 1 TO ARGS-BAD
                   END-IF
               ELSE
                   DISPLAY "BAD RUN DATE: " ARG-DATE
                   MOVE 1 TO ARGS-BAD
               END-IF

               MOVE 0 TO RERUN-START-IDX
               PERFORM VARYING SCH-IDX FROM 1 BY 1
                       UNTIL SCH-IDX > SCHEDULE-ENTRY-COUNT
                   IF SCH-MANIFEST(SCH-IDX) = ARG-WINDOW
                       AND RERUN-START-IDX = 0
                       MOVE SCH-IDX TO RERUN-START-IDX
                   END-IF
               END-PERFORM
               IF RERUN-START-IDX = 0
                   DISPLAY "WINDOW NOT IN SCHEDULE: " ARG-WINDOW
                   MOVE 1 TO ARGS-BAD
               END-IF

               IF ARG-MODE = "RERUN"
                   MOVE 1 TO RERUN-MODE
                   MOVE "RERUN" TO RUN-MODE-NAME
                   IF ARG-OPTION = "FORCE"
                       MOVE 1 TO FORCE-LATEST
                   ELSE
                       IF ARG-OPTION NOT = SPACES
                           DISPLAY "UNKNOWN RERUN OPTION: " ARG-OPTION
                           MOVE 1 TO ARGS-BAD
                       END-IF
                   END-IF
               END-IF

               IF ARG-MODE = "COMPLETE"
                   IF ARG-OPTION = SPACES
                       DISPLAY "COMPLETE NEEDS WHO AUTHORIZED IT"
                       MOVE 1 TO ARGS-BAD
                   ELSE
                       MOVE ARG-OPTION TO AUTHORIZED-BY
                   END-IF
               END-IF
           END-IF.

      *the window the rerun starts from, and every later window
      *whose dependency is one already chosen - the whole chain
      *downstream of it and nothing upstream or beside it
           SELECT-RERUN-WINDOWS.

           PERFORM VARYING SCH-IDX FROM 1 BY 1
                   UNTIL SCH-IDX > SCHEDULE-ENTRY-COUNT
               MOVE 0 TO SCH-SELECTED(SCH-IDX)
               IF SCH-IDX = RERUN-START-IDX
                   MOVE 1 TO SCH-SELECTED(SCH-IDX)
               END-IF
               IF SCH-IDX > RERUN-START-IDX
                   AND SCH-DEPENDS(SCH-IDX) NOT = SPACES
                   PERFORM VARYING DEP-IDX FROM RERUN-START-IDX BY 1
                           UNTIL DEP-IDX >= SCH-IDX
                       IF SCH-SELECTED(DEP-IDX) = 1
                           AND SCH-MANIFEST(DEP-IDX)
                               = SCH-DEPENDS(SCH-IDX)
                           MOVE 1 TO SCH-SELECTED(SCH-IDX)
                       END-IF
                   END-PERFORM
               END-IF
               IF SCH-SELECTED(SCH-IDX) = 1
                   DISPLAY "  TO RERUN: " SCH-MANIFEST(SCH-IDX)
               END-IF
           END-PERFORM.

      *a window the operator resolved by hand goes down as a PASS
      *for its night - no client run, no timing, and the name of
      *whoever authorized it on the line
           MARK-WINDOW-COMPLETE.

           MOVE RERUN-START-IDX TO SCH-IDX
           MOVE SPACES TO WINDOW-START-STAMP
           MOVE "PASS" TO WINDOW-STATUS
           MOVE "MANUAL" TO WINDOW-MODE
           MOVE 0 TO WINDOW-RC
           PERFORM WRITE-DONE-RECORD
           DISPLAY "MARKED COMPLETE: " SCH-MANIFEST(SCH-IDX)
               " RUN DATE " RUN-DATE " BY " AUTHORIZED-BY
           MOVE 0 TO RETURN-CODE.

      *a start time earlier than the previous window's means the
      *schedule has run past midnight - the window belongs to the
      *next calendar date
           NOTE-WINDOW-WRAP.

           MOVE 0 TO WINDOW-WRAPPED.
           IF SCH-START(SCH-IDX) < PREV-START-HHMM
               MOVE 1 TO WINDOW-WRAPPED
               ADD 1 TO WINDOW-DAY-OFFSET
           END-IF.
           MOVE SCH-START(SCH-IDX) TO PREV-START-HHMM.
           COMPUTE WINDOW-CAL-DATE = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(RUN-DATE) + WINDOW-DAY-OFFSET).

      *one window, start to finish: wait past midnight when the
      *start time wraps, check the calendar and the dependency,
      *wait for the window to open, refuse it once the latest
      *through the batch client and record how it came out
           RUN-ONE-WINDOW.

           MOVE SPACES TO WINDOW-START-STAMP.
           MOVE RUN-MODE-NAME TO WINDOW-MODE.

      *a wrapped window belongs to tomorrow's calendar date - sleep
      *out the rest of today before judging anything about it. a
      *rerun judges the night's own dates instead
           IF WINDOW-WRAPPED = 1 AND RERUN-MODE = 0
               PERFORM GET-CURRENT-DATE
               MOVE CURRENT-DATE-NUM TO WAIT-START-DATE
               PERFORM UNTIL CURRENT-DATE-NUM NOT = WAIT-START-DATE
               END-PERFORM
           END-IF.

           PERFORM GET-WINDOW-CALENDAR-DATE.
           PERFORM CHECK-TODAY-HOLIDAY.

      *WEEKDAYS means no Saturdays, no Sundays, and none of the
                   MOVE "HELD" TO WINDOW-STATUS
                   MOVE 0 TO WINDOW-RC
                   PERFORM WRITE-DONE-RECORD
                   IF DEPEND-WAITING = 1
                       MOVE 1 TO ANY-WINDOW-WAITING
                   ELSE
                       MOVE 1 TO ANY-WINDOW-FAILED
                   END-IF
               ELSE
                   PERFORM WAIT-FOR-WINDOW
                   IF WINDOW-OPEN = 0
                       DISPLAY "WINDOW MISSED, NOT STARTING: "
                           SCH-MANIFEST(SCH-IDX) " LATEST "
                           SCH-LATEST(SCH-IDX) " NOW " CURRENT-HHMM
                       IF RERUN-MODE = 1
                           DISPLAY "  RERUN WITH FORCE TO START IT "
                               "PAST ITS LATEST START"
                       END-IF
                       MOVE "MISSED" TO WINDOW-STATUS
                       MOVE 0 TO WINDOW-RC
                       PERFORM WRITE-DONE-RECORD

      *sleep up to the window's start - already inside it starts at
      *once, already past the latest allowed start refuses it
      *unless the operator forced it. a rerun first sleeps up to
      *the window's own calendar date, and a window whose date is
      *already behind us is long past its latest start
           WAIT-FOR-WINDOW.

           MOVE 0 TO WINDOW-OPEN.
           PERFORM GET-CURRENT-DATE.
           PERFORM GET-CURRENT-TIME.

           IF RERUN-MODE = 1
               AND CURRENT-DATE-NUM > WINDOW-CAL-DATE
               IF FORCE-LATEST = 1
                   MOVE 1 TO WINDOW-OPEN
                   MOVE "FORCED" TO WINDOW-MODE
               END-IF
           ELSE
               IF RERUN-MODE = 1
                   PERFORM UNTIL CURRENT-DATE-NUM >= WINDOW-CAL-DATE
                       CALL "sleep" USING BY VALUE SLEEP-SECONDS
                       END-CALL
                       PERFORM GET-CURRENT-DATE
                   END-PERFORM
                   PERFORM GET-CURRENT-TIME
               END-IF

               PERFORM UNTIL CURRENT-HHMM >= SCH-START(SCH-IDX)
                   CALL "sleep" USING BY VALUE SLEEP-SECONDS
                   END-CALL
                   PERFORM GET-CURRENT-TIME
               END-PERFORM

               IF CURRENT-HHMM <= SCH-LATEST(SCH-IDX)
                   MOVE 1 TO WINDOW-OPEN
               ELSE
                   IF FORCE-LATEST = 1
                       MOVE 1 TO WINDOW-OPEN
                       MOVE "FORCED" TO WINDOW-MODE
                   END-IF
               END-IF
           END-IF.

           IF WINDOW-MODE = "FORCED"
               DISPLAY "LATEST START OVERRIDDEN: "
                   SCH-MANIFEST(SCH-IDX) " LATEST "
                   SCH-LATEST(SCH-IDX)
           END-IF.

      *the date the window's calendar is judged on - today for the
      *nightly run (already past midnight for a wrapped window), or
      *for a rerun the night's own date, a day on for a wrapped
      *window
           GET-WINDOW-CALENDAR-DATE.

           PERFORM GET-CURRENT-DATE.
           IF RERUN-MODE = 1
               MOVE WINDOW-CAL-DATE TO CURRENT-DATE-NUM
               COMPUTE CURRENT-DOW = FUNCTION MOD(
                   FUNCTION INTEGER-OF-DATE(WINDOW-CAL-DATE) - 1, 7) + 1
           END-IF.

      *the window is open - put its manifest where the batch client

           DISPLAY "STARTING WINDOW: " SCH-MANIFEST(SCH-IDX)
               " AT " CURRENT-HHMM.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WINDOW-START-STAMP.

           MOVE SPACES TO COPY-COMMAND.
           STRING "cp " DELIMITED BY SIZE,
               MOVE 99 TO CLIENT-RC
           END-IF.

      *RC 2 is the client saying every line it could not finish
      *was only not ready yet - nothing failed, the window waits
      *for a rerun once the files land
           MOVE CLIENT-RC TO WINDOW-RC.
           IF CLIENT-RC = 0
               MOVE "PASS" TO WINDOW-STATUS
           ELSE
               IF CLIENT-RC = 2
                   MOVE "WAIT" TO WINDOW-STATUS
                   MOVE 1 TO ANY-WINDOW-WAITING
               ELSE
                   MOVE "FAIL" TO WINDOW-STATUS
                   MOVE 1 TO ANY-WINDOW-FAILED
               END-IF
           END-IF.

           DISPLAY "WINDOW " WINDOW-STATUS ": " SCH-MANIFEST(SCH-IDX)

           PERFORM WRITE-DONE-RECORD.

      *one pass of the alerting step for this night, WINDOW after a
      *window has been decided, NIGHT once the schedule is through
           RUN-ALERT-PASS.

           CALL "CBL_CHECK_FILE_EXIST" USING
               ALERT-PROGRAM-NAME
               FILE-DETAILS
             GIVING FILE-CHECK-RC
           END-CALL

           IF FILE-CHECK-RC = 0
               MOVE SPACES TO ALERT-COMMAND
               STRING "./alerts " DELIMITED BY SIZE,
                   ALERT-PASS DELIMITED BY SPACE,
                   " " DELIMITED BY SIZE,
                   RUN-DATE DELIMITED BY SIZE
                   INTO ALERT-COMMAND
               CALL "SYSTEM" USING ALERT-COMMAND
               END-CALL
           END-IF.

      *one line, appended each time the window is decided - the
      *night's run date and the outcome, which is everything a
      *dependent window needs to read back, then how long it ran,
      *which attempt at the night this was and how it was run
           WRITE-DONE-RECORD.

           MOVE FUNCTION CURRENT-DATE(1:14) TO WINDOW-END-STAMP.
           MOVE 0 TO WINDOW-ELAPSED.
           IF WINDOW-START-STAMP = SPACES
               MOVE WINDOW-END-STAMP TO WINDOW-START-STAMP
           ELSE
               MOVE WINDOW-START-STAMP TO STAMP-WORK
               PERFORM GET-STAMP-SECONDS
               MOVE STAMP-SECONDS TO WINDOW-START-SECONDS
               MOVE WINDOW-END-STAMP TO STAMP-WORK
               PERFORM GET-STAMP-SECONDS
               COMPUTE WINDOW-ELAPSED =
                   STAMP-SECONDS - WINDOW-START-SECONDS
           END-IF.
           MOVE WINDOW-ELAPSED TO WINDOW-ELAPSED-DISP.

           MOVE SPACES TO DONE-FILE-NAME.
           STRING SCH-MANIFEST(SCH-IDX) DELIMITED BY SPACE,
               ".done" DELIMITED BY SIZE
               INTO DONE-FILE-NAME.

           PERFORM COUNT-DONE-ATTEMPTS.
           MOVE DONE-ATTEMPT TO DONE-ATTEMPT-DISP.

           IF FILE-CHECK-RC = 0
               OPEN EXTEND DONE-FILE
           ELSE
               OPEN OUTPUT DONE-FILE
           END-IF.
           MOVE SPACES TO DONE-LINE.
           MOVE 1 TO DONE-PTR.
           STRING RUN-DATE DELIMITED BY SIZE,
               " STATUS=" DELIMITED BY SIZE,
               WINDOW-STATUS DELIMITED BY SPACE,
               " START=" DELIMITED BY SIZE,
               WINDOW-START-STAMP DELIMITED BY SIZE,
               " END=" DELIMITED BY SIZE,
               WINDOW-END-STAMP DELIMITED BY SIZE,
               " ELAPSED=" DELIMITED BY SIZE,
               FUNCTION TRIM(WINDOW-ELAPSED-DISP) DELIMITED BY SIZE,
               " ATTEMPT=" DELIMITED BY SIZE,
               FUNCTION TRIM(DONE-ATTEMPT-DISP) DELIMITED BY SIZE,
               " MODE=" DELIMITED BY SIZE,
               WINDOW-MODE DELIMITED BY SPACE
               INTO DONE-LINE
               WITH POINTER DONE-PTR.
           IF WINDOW-MODE = "MANUAL"
               STRING " BY=" DELIMITED BY SIZE,
                   AUTHORIZED-BY DELIMITED BY SPACE
                   INTO DONE-LINE
                   WITH POINTER DONE-PTR
           END-IF.
           WRITE DONE-LINE.
           CLOSE DONE-FILE.

      *how many times this night has already been decided for the
      *window named in DONE-FILE-NAME, so the new line can say
      *which attempt it is. FILE-CHECK-RC is left saying whether
      *the history exists yet
           COUNT-DONE-ATTEMPTS.

           MOVE 1 TO DONE-ATTEMPT.

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
                           IF DONE-LINE(1:8) = RUN-DATE
                               ADD 1 TO DONE-ATTEMPT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DONE-FILE
           END-IF.

      *is the named earlier window's completion record this night's
      *and a PASS - no dependency at all is always satisfied, and a
      *record from some other night is as good as none. the last
      *line for the night is the one that counts, so a rerun that
      *failed after an earlier pass holds what depends on it
           CHECK-WINDOW-DEPENDENCY.

           MOVE 1 TO DEPEND-SATISFIED.
           MOVE 0 TO DEPEND-WAITING.

           IF SCH-DEPENDS(SCH-IDX) NOT = SPACES
               MOVE 0 TO DEPEND-SATISFIED
           END-IF.

      *one completion-record line against this night - the date in
      *front, STATUS= behind it, the window's timing after that
           APPLY-DONE-LINE.

           MOVE SPACES TO DONE-DATE-PART DONE-STATUS-PART.
           UNSTRING DONE-LINE DELIMITED BY " STATUS=" OR " START="
               INTO DONE-DATE-PART DONE-STATUS-PART
           END-UNSTRING.

           IF DONE-DATE-PART NOT = SPACES
               COMPUTE DONE-DATE-NUM =
                   FUNCTION NUMVAL(DONE-DATE-PART)
               IF DONE-DATE-NUM = RUN-DATE
                   MOVE 0 TO DEPEND-WAITING
                   IF DONE-STATUS-PART = "PASS"
                       MOVE 1 TO DEPEND-SATISFIED
                   ELSE
                       MOVE 0 TO DEPEND-SATISFIED
                       IF DONE-STATUS-PART = "WAIT"
                           OR DONE-STATUS-PART = "HELD"
                           MOVE 1 TO DEPEND-WAITING
                       END-IF
                   END-IF
               END-IF
           END-IF.

           ACCEPT CURRENT-TIME-RAW FROM TIME.
           COMPUTE CURRENT-HHMM = CURRENT-TIME-RAW / 10000.

      *a yyyymmddhhmmss stamp in STAMP-WORK as a running count of
      *seconds, good for subtracting one stamp from another
           GET-STAMP-SECONDS.

           COMPUTE STAMP-SECONDS =
               FUNCTION INTEGER-OF-DATE(
                   FUNCTION NUMVAL(STAMP-WORK(1:8))) * 86400
               + FUNCTION NUMVAL(STAMP-WORK(9:2)) * 3600
               + FUNCTION NUMVAL(STAMP-WORK(11:2)) * 60
               + FUNCTION NUMVAL(STAMP-WORK(13:2)).

      *does holidays.txt name today - no file just means nobody has
      *declared any holidays
           CHECK-TODAY-HOLIDAY.
